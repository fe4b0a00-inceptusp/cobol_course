           01 PROXRESERVA.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "***FILA DE RESERVA***".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "CLIENTE AGUARDANDO O FILME:".
               02 LINE 04 COL 03 VALUE "CPF: ".
               02 LINE 04 COL 08 PIC X(14) FROM WS-CCPF-FMT.
