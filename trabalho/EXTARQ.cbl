           01 EXTARQ.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****EXTRATO DO CLIENTE*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CONSULTAR ARQUIVO MORTO".
               02 LINE 04 COL 03 VALUE "(AAAAMM, 0 = NAO): ".
               02 LINE 04 COL 22 PIC 9(6) TO WS-EXT-ANOMES.
           01 EXTARQLIN.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "***MOVIMENTO ARQUIVADO***".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "DATA: ".
               02 LINE 03 COL 09 PIC 9(8) FROM WS-EA-DATA.
               02 LINE 04 COL 03 VALUE "FILME: ".
