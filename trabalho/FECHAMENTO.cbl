           01 FECHAMENTO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****FECHAMENTO DO DIA****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "DATA: ".
               02 LINE 03 COL 09 PIC 9(8) FROM WS-REL-DATA.
               02 LINE 04 COL 03 VALUE "ALUGUEIS: ".
