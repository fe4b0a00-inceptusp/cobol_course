           01 BUSCATEL.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****BUSCA POR TELEFONE*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "TELEFONE: ".
               02 LINE 03 COL 13 PIC X(15) TO WS-TEL-BUSCA.
