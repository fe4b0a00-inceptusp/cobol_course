           01 DEVLOTE.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****DEVOLUCAO POR TRANSACAO***".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "FILME ".
               02 LINE 03 COL 09 PIC 9(4) FROM WS-FCOD.
               02 LINE 03 COL 14 VALUE "COPIA ".
