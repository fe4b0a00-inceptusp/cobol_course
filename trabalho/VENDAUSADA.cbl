           01 VENDAUSADA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****VENDA DE COPIA USADA****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "FILME ".
               02 LINE 03 COL 09 PIC 9(4) FROM WS-FCOD.
               02 LINE 03 COL 14 VALUE "COPIA ".
               02 LINE 05 COL 23 PIC 9(7).99 FROM WS-FCUSTO.
               02 LINE 07 COL 03 VALUE "PRECO DE VENDA: ".
               02 LINE 07 COL 19 PIC 9(5).99 USING WS-VU-VALOR.
               02 LINE 08 COL 03 VALUE "FORMA (D=DINH C=CART X=PIX): ".
               02 LINE 08 COL 32 PIC X(1) TO WS-VU-FORMA.
               02 LINE 09 COL 03 VALUE "CONFIRMAR VENDA? (S/N): ".
               02 LINE 09 COL 27 PIC X(1) TO DCONF.
