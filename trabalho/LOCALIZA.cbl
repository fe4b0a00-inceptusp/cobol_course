           01 LOCALIZA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "***LOCALIZACAO NA PRATELEIRA***".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "FILME: ".
               02 LINE 03 COL 10 PIC 9(4) FROM WS-LC-FCOD.
               02 LINE 03 COL 15 PIC X(50) FROM WS-LC-FNOME.
               02 LINE 04 COL 03 VALUE "COPIA: ".
               02 LINE 04 COL 10 PIC 9(2) FROM WS-LC-FCOPIA.
               02 LINE 06 COL 03 VALUE "GUARDAR EM (CORREDOR/PRAT.): ".
               02 LINE 06 COL 32 PIC X(10) USING WS-LC-LOCAL.
