           01 GERENCIAR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********GERENCIAR*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "(1) CADASTRAR CLIENTE".
               02 LINE 04 COL 03 VALUE "(2) CADASTRAR FILME".
               02 LINE 05 COL 03 VALUE "(3) EDITAR CLIENTE".
               02 LINE 16 COL 57 VALUE "(21) PARCELAMENTO".
               02 LINE 17 COL 03 VALUE "(22) CONSENTIMENTO LGPD".
               02 LINE 17 COL 33 VALUE "(23) CAIXA NOTURNA".
               02 LINE 17 COL 57 VALUE "(24) VENDA DE PRODUTOS".
               02 LINE 18 COL 03 VALUE "(25) ENTREGAS/COLETAS".
               02 LINE 18 COL 33 VALUE "(26) LOCALIZACAO DE COPIA".
               02 LINE 18 COL 60 VALUE "(27) FAMILIA".
               02 LINE 19 COL 03 VALUE "OPCAO: ".
               02 LINE 19 COL 11 PIC 9(2) TO OP.
