           01 ALUGAR4.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******PAGAMENTO DO ALUGUEL*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "TOTAL A COBRAR: ".
               02 LINE 03 COL 19 PIC 9(5).99 FROM WS-CART-TOTAL.
               02 LINE 04 COL 03 VALUE "FORMAS: D=DINHEIRO C=CARTAO".
               02 LINE 04 COL 31 VALUE " P=PONTOS G=CARTAO PRESENTE".
               02 LINE 05 COL 31 VALUE " S=SALDO EM CARTEIRA X=PIX".
               02 LINE 12 COL 03 VALUE "CARTAO PRESENTE NR: ".
               02 LINE 12 COL 23 PIC 9(9) USING WS-GC-NUMERO.
               02 LINE 05 COL 03 VALUE "(VALOR 0 = LINHA NAO USADA)".
