           01 RELATORIOS.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********RELATORIOS*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "(1) FILMES CADASTRADOS".
               02 LINE 04 COL 03 VALUE "(2) CLIENTES CADASTRADOS".
               02 LINE 05 COL 03 VALUE "(3) FILMES ALUGADOS".
