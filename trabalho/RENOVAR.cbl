           01 RENOVAR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****RENOVAR ALUGUEL*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CODIGO DO FILME: ".
               02 LINE 03 COL 20 PIC 9(4) TO SFILME.
               02 LINE 04 COL 03 VALUE "COPIA: ".
               02 LINE 05 COL 19 PIC 9(11) TO SCLIENTE.
               02 LINE 20 COL 03 VALUE "LEITURA DO CODIGO DE BARRAS: ".
               02 LINE 20 COL 32 PIC X(14) TO WS-BARRAS.
               02 LINE 21 COL 03 VALUE "(OU P/R+NUMERO DO DOCUMENTO)".
