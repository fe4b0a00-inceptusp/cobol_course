           01 SUPERVISOR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****LIBERACAO DE BLOQUEIO****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "SUPERVISOR (0 = DESISTE): ".
               02 LINE 03 COL 29 PIC 9(5) TO WS-SUP-EMPID.
               02 LINE 04 COL 03 VALUE "SENHA: ".
