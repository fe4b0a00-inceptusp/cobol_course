           01 CEPBASECF.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*****CONFERENCIA DE CEP*****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "O CEP PERTENCE A:".
               02 LINE 04 COL 03 PIC X(50) FROM WS-CEP-CID.
               02 LINE 05 COL 03 VALUE "UF: ".
