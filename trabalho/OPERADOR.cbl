           01 OPERADOR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****CADASTRO DE OPERADOR****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CODIGO: ".
               02 LINE 03 COL 11 PIC 9(5) USING WS-OP-EMPID.
               02 LINE 04 COL 03 VALUE "NOME: ".
