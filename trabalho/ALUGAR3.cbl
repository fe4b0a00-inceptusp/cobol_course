           01 ALUGAR3.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********ALUGAR FILME*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "ITENS NO CARRINHO: ".
               02 LINE 03 COL 22 PIC 9(2) FROM WS-CART-QTD.
               02 LINE 04 COL 03 VALUE "VALOR A COBRAR: ".
