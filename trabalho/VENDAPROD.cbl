           01 VENDAPROD.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "******VENDA DE PRODUTOS******".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "ITENS: ".
               02 LINE 03 COL 10 PIC 9(2) FROM WS-PRD-QTD.
               02 LINE 03 COL 15 VALUE "SUBTOTAL: ".
               02 LINE 03 COL 25 PIC 9(5).99 FROM WS-PRD-TOTAL.
               02 LINE 05 COL 03 VALUE "CODIGO OU BARRAS: ".
               02 LINE 05 COL 21 PIC X(14) TO WS-PRD-ENTRADA.
               02 LINE 06 COL 03 VALUE "QUANTIDADE: ".
               02 LINE 06 COL 15 PIC 9(3) USING WS-PRD-UNID.
               02 LINE 08 COL 03 VALUE "(CODIGO EM BRANCO ENCERRA)".
