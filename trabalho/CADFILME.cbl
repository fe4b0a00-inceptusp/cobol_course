           01 CADFILME.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****CADASTRO DE FILME*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "FILME ".
               02 LINE 03 COL 09 PIC 9(4) USING WS-FCOD.
               02 LINE 04 COL 03 VALUE "COPIA: ".
               02 LINE 12 COL 30 PIC 9(3).99 USING WS-TP-VALOR.
               02 LINE 13 COL 03 VALUE "VIGENCIA DO PRECO (0=HOJE): ".
               02 LINE 13 COL 31 PIC 9(8) USING WS-TP-VIGENCIA.
               02 LINE 14 COL 03 VALUE "DISCOS NA CAIXA (1=UNICO): ".
               02 LINE 14 COL 30 PIC 9(2) USING WS-FDISCOS.
               02 LINE 15 COL 03 VALUE "TIPO (F=FILME J=JOGO".
               02 LINE 15 COL 23 VALUE " C=CONSOLE): ".
               02 LINE 15 COL 36 PIC X(1) USING WS-ITTIPO.
               02 LINE 16 COL 03 VALUE "PLATAFORMA: ".
               02 LINE 16 COL 15 PIC X(15) USING WS-ITPLATAFORMA.
               02 LINE 16 COL 32 VALUE "MULTIJOGADOR (S/N): ".
               02 LINE 16 COL 52 PIC X(1) USING WS-ITMULTI.
               02 LINE 17 COL 03 VALUE "QTD DE ACESSORIOS: ".
               02 LINE 17 COL 22 PIC 9(2) USING WS-ITACQTD.
