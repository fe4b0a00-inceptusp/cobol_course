           01 RESERVAR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********RESERVA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "NENHUMA COPIA DISPONIVEL.".
               02 LINE 04 COL 03 VALUE "DESEJA RESERVAR? (S/N): ".
               02 LINE 04 COL 27 PIC X(1) TO DCONF.
