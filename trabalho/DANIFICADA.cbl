           01 DANIFICADA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****AVARIA NA DEVOLUCAO*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "COPIA DEVOLVIDA COM DANO".
               02 LINE 04 COL 03 VALUE "CUSTO DA COPIA: ".
               02 LINE 04 COL 19 PIC 9(7).99 FROM WS-FCUSTO.
