           01 DEVOLVER2.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********DEVOLUÇÃO*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "FILME ".
               02 LINE 02 COL 09 PIC 9(4) FROM WS-FCOD.
               02 LINE 03 COL 03 VALUE "TÍTULO: ".
               02 LINE 13 COL 03 VALUE "CONFIRMAR DEVOLUÇÃO?".
               02 LINE 14 COL 03 VALUE "S -> CONFIRMA".
               02 LINE 15 COL 03 PIC X(1) TO DCONF.
               02 LINE 16 COL 03 VALUE "DEVOLVIDO POR (CPF DO ".
               02 LINE 16 COL 25 VALUE "AUTORIZADO, 0=CLIENTE): ".
               02 LINE 16 COL 49 PIC 9(11) USING WS-FM-PORTADOR.
