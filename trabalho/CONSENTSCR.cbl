           01 CONSENTSCR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "***CONSENTIMENTO DE CONTATO**".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF: ".
               02 LINE 03 COL 08 PIC 9(11) FROM SCLIENTE.
               02 LINE 04 COL 03 VALUE "ACEITA EMAIL? (S/N): ".
