           01 PAGARMULTA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****PAGAMENTO DE MULTA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF DO CLIENTE: ".
               02 LINE 03 COL 19 PIC 9(11) TO SCLIENTE.
               02 LINE 20 COL 03 VALUE "DOC.ESTRANGEIRO (P/R+NUMERO): ".
               02 LINE 20 COL 33 PIC X(14) TO WS-BARRAS.
           01 PAGARMULTA2.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****PAGAMENTO DE MULTA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF: ".
               02 LINE 03 COL 08 PIC X(14) FROM WS-CCPF-FMT.
               02 LINE 04 COL 03 VALUE "NOME: ".
               02 LINE 05 COL 18 PIC 9(7).99 FROM WS-MR-SALDO.
               02 LINE 07 COL 03 VALUE "VALOR DO PAGAMENTO: ".
               02 LINE 07 COL 23 PIC 9(7).99 USING WS-MR-PAGTO.
               02 LINE 08 COL 03 VALUE "FORMA (D=DINH C=CART X=PIX): ".
               02 LINE 08 COL 32 PIC X(1) TO WS-MR-FORMA.
               02 LINE 08 COL 36 VALUE "MENSALIDADE: ".
               02 LINE 08 COL 49 PIC 9(7).99 FROM WS-MR-SALDO-PLANO.
               02 LINE 09 COL 22 PIC 9(7) FROM WS-PT-SALDO.
               02 LINE 10 COL 03 VALUE "PONTOS A RESGATAR: ".
               02 LINE 10 COL 22 PIC 9(5) USING WS-PT-RESGATE.
               02 LINE 12 COL 03 VALUE "FORMA Q=CHEQUE (A VISTA OU".
               02 LINE 12 COL 29 VALUE " PRE-DATADO)".
