           01 DADOSFILME.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "************DADOS************".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 02 COL 03 VALUE "FILME ".
               02 LINE 02 COL 09 PIC 9(4) FROM WS-FCOD.
               02 LINE 02 COL 14 VALUE "COPIA ".
               02 LINE 08 COL 11 PIC X(64) FROM WS-EL-L2.
               02 LINE 09 COL 11 PIC X(64) FROM WS-EL-L3.
               02 LINE 11 COL 03 VALUE "PRESSIONE ENTER...".
               02 LINE 10 COL 03 VALUE "TIPO: ".
               02 LINE 10 COL 09 PIC X(7) FROM WS-ITTIPO-DESC.
               02 LINE 10 COL 18 VALUE "PLATAFORMA: ".
               02 LINE 10 COL 30 PIC X(15) FROM WS-ITPLATAFORMA.
               02 LINE 10 COL 47 VALUE "MULTIJOGADOR: ".
               02 LINE 10 COL 61 PIC X(1) FROM WS-ITMULTI.
