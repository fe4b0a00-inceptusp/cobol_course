           01 LOGIN.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "*********LOCADORA*********".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "LOGIN DO OPERADOR".
               02 LINE 05 COL 03 VALUE "CODIGO DO FUNCIONARIO: ".
               02 LINE 05 COL 26 PIC 9(5) TO WS-LOGIN-EMPID.
               02 LINE 06 COL 03 VALUE "SENHA: ".
               02 LINE 06 COL 10 PIC 9(4) TO WS-LOGIN-PIN.
               02 LINE 07 COL 03 VALUE "TREINAMENTO (S/N): ".
               02 LINE 07 COL 22 PIC X(1) USING WS-LOGIN-TREINO.
