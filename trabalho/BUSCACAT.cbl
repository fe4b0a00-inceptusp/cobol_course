           01 BUSCACAT.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********CATEGORIA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "DIGITE A CATEGORIA: ".
               02 LINE 03 COL 23 PIC X(10) TO WS-FCATEGORIA.
