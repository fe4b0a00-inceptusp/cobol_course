           01 MAISALUG.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****FILME MAIS ALUGADO*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CODIGO: ".
               02 LINE 03 COL 11 PIC 9(4) FROM WS-FCOD.
               02 LINE 04 COL 03 VALUE "TITULO: ".
