           01 TROCASENHA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****TROCA DE SENHA*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "SENHA ATUAL: ".
               02 LINE 03 COL 16 PIC 9(4) TO WS-TS-ATUAL.
               02 LINE 04 COL 03 VALUE "NOVA SENHA: ".
