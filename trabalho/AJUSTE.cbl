           01 AJUSTE.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****AJUSTE DE MULTA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF: ".
               02 LINE 03 COL 08 PIC X(14) FROM WS-CCPF-FMT.
               02 LINE 04 COL 03 VALUE "NOME: ".
