           01 RESERVAR2.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********RESERVA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "NENHUMA COPIA DISPONIVEL PARA".
               02 LINE 03 COL 33 VALUE "O FILME ".
               02 LINE 03 COL 41 PIC 9(4) FROM SFILME.
