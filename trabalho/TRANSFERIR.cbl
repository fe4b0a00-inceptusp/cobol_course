           01 TRANSFERIR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****TRANSFERENCIA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "FILME: ".
               02 LINE 03 COL 10 PIC 9(4) TO SFILME.
               02 LINE 04 COL 03 VALUE "COPIA: ".
