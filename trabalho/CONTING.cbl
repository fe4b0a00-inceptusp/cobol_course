           01 CONTING.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "***MOVIMENTO EM CONTINGENCIA**".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "ARQUIVO DE FILMES INDISPONIVEL".
               02 LINE 03 COL 03 VALUE "ANOTE E REPROCESSE COM O".
               02 LINE 03 COL 28 VALUE " CONTREPLAY SUPERVISIONADO".
