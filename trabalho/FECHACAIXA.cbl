           01 FECHACAIXA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****FECHAMENTO DE CAIXA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "CONFERENCIA CEGA DA GAVETA".
               02 LINE 03 COL 03 VALUE "CONTAGEM POR DENOMINACAO".
               02 LINE 05 COL 03 VALUE "NOTAS DE 100: ".
           01 FECHACAIXA2.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****FECHAMENTO DE CAIXA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "DINHEIRO CONTADO: ".
               02 LINE 03 COL 21 PIC 9(7).99 FROM WS-CX-CONTADO.
               02 LINE 04 COL 03 VALUE "DINHEIRO APURADO: ".
