           01 CARTEIRA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****CARTEIRA DO CLIENTE*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF DO CLIENTE: ".
               02 LINE 03 COL 19 PIC 9(11) TO SCLIENTE.
               02 LINE 04 COL 03 VALUE "SALDO ATUAL: ".
               02 LINE 04 COL 16 PIC 9(7).99 FROM WS-WC-SALDO.
               02 LINE 05 COL 03 VALUE "VALOR DA CARGA (0=CONSULTA): ".
               02 LINE 05 COL 32 PIC 9(5).99 USING WS-WC-CARGA.
               02 LINE 06 COL 03 VALUE "FORMA (D=DINH C=CART X=PIX): ".
               02 LINE 06 COL 32 PIC X(1) TO WS-WC-FORMA.
               02 LINE 07 COL 03 VALUE "CONFIRMAR CARGA? (S/N): ".
               02 LINE 07 COL 27 PIC X(1) TO DCONF.
