           01 BROWSESCR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********CONSULTA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "PAGINA ".
               02 LINE 02 COL 10 PIC 9(2) FROM WS-BR-PAG.
               02 LINE 02 COL 14 VALUE "FILTRO: ".
           01 BUSCAFILTRO.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********CONSULTA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "PARTE DO NOME: ".
               02 LINE 03 COL 18 PIC X(20) TO WS-BR-FILTRO.
           01 REISSUESCR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****RELATORIO EMITIDO*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 PIC X(76) FROM WS-BR-L01.
               02 LINE 04 COL 03 PIC X(76) FROM WS-BR-L02.
               02 LINE 05 COL 03 PIC X(76) FROM WS-BR-L03.
