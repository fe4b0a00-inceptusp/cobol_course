           01 MENUU.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********LOCADORA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "(1) ALUGAR FILME".
               02 LINE 04 COL 03 VALUE "(2) DEVOLVER FILME".
               02 LINE 05 COL 03 VALUE "(3) RELATORIOS".
