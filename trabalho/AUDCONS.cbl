           01 AUDCONS.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****CONSULTA DE AUDITORIA****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CHAVE (CPF OU".
               02 LINE 03 COL 17 VALUE " FILME*100+COPIA): ".
               02 LINE 03 COL 36 PIC 9(11) TO WS-AUD-BUSCA.
           01 AUDLINHA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****CONSULTA DE AUDITORIA****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "DATA: ".
               02 LINE 03 COL 09 PIC 9(8) FROM WS-AUD-DATA-TELA.
               02 LINE 03 COL 19 VALUE "HORA: ".
               02 LINE 03 COL 25 PIC 9(6) FROM WS-AUD-HORA-TELA.
               02 LINE 04 COL 03 VALUE "OPERADOR: ".
               02 LINE 04 COL 13 PIC 9(5) FROM WS-AUD-EMPID-TELA.
               02 LINE 04 COL 20 VALUE "TERMINAL: ".
               02 LINE 04 COL 30 PIC X(8) FROM WS-AUD-TERM-TELA.
               02 LINE 05 COL 03 VALUE "TIPO: ".
               02 LINE 05 COL 09 PIC X(1) FROM WS-AUD-TIPO-TELA.
               02 LINE 05 COL 12 VALUE "ACAO: ".
