           01 EXTRATO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****EXTRATO DO CLIENTE*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF DO CLIENTE: ".
               02 LINE 03 COL 19 PIC 9(11) TO SCLIENTE.
               02 LINE 20 COL 03 VALUE "DOC.ESTRANGEIRO (P/R+NUMERO): ".
               02 LINE 20 COL 33 PIC X(14) TO WS-BARRAS.
