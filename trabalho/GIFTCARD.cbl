           01 GIFTCARD.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "***VENDA DE CARTAO PRESENTE**".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "VALOR DA CARGA: ".
               02 LINE 03 COL 19 PIC 9(5).99 USING WS-GC-VALOR.
               02 LINE 04 COL 03 VALUE "FORMA (D=DINH C=CART X=PIX): ".
               02 LINE 04 COL 32 PIC X(1) TO WS-GC-FORMA.
               02 LINE 05 COL 03 VALUE "CPF DO COMPRADOR (OPCIONAL): ".
               02 LINE 05 COL 32 PIC 9(11) TO WS-GC-CPF.
