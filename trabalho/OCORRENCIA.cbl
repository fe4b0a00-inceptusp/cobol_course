           01 OCORRENCIA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****OCORRENCIAS DO CLIENTE***".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CPF DO CLIENTE: ".
               02 LINE 03 COL 19 PIC 9(11) TO SCLIENTE.
               02 LINE 04 COL 03 VALUE "OPCAO (I=INCLUIR F=FECHAR".
