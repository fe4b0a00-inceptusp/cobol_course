           01 SANGRIA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****SANGRIA / SUPRIMENTO*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "TIPO (R=SANGRIA P/ COFRE".
               02 LINE 03 COL 27 VALUE " U=SUPRIMENTO DE TROCO): ".
               02 LINE 03 COL 52 PIC X(1) TO WS-SG-TIPO.
