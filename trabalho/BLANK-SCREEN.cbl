           01 BLANK-SCREEN.
               02 BLANK SCREEN.
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
