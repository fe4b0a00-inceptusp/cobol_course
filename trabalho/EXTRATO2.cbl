           01 EXTRATO2.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****EXTRATO DO CLIENTE*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "NOME: ".
               02 LINE 03 COL 09 PIC X(50) FROM WS-CNOME.
               02 LINE 04 COL 03 VALUE "CPF: ".
