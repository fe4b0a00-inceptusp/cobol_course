           01 ESTORNO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******ESTORNO DE ALUGUEL******".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "SOMENTE TRANSACOES DO DIA".
               02 LINE 05 COL 03 VALUE "TRANSACAO DO RECIBO (0 = SAI): ".
               02 LINE 05 COL 34 PIC 9(13) TO WS-EST-TRANS.
