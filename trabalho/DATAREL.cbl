           01 DATAREL.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****FECHAMENTO DO DIA****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "DATA (AAAAMMDD): ".
               02 LINE 03 COL 20 PIC 9(8) TO WS-REL-DATA.
