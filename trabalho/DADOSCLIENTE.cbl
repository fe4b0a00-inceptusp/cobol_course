           01 DADOSCLIENTE.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "************DADOS************".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "TIPO: ".
               02 LINE 02 COL 09 PIC X(1) FROM WS-CTIPO.
               02 LINE 03 COL 03 VALUE "NOME: ".
