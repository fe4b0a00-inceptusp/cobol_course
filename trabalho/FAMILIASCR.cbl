           01 FAMILIASCR.
               02 BLANK SCREEN.
               02 LINE 01 COL 01 VALUE "****FAMILIA/DOMICILIO****".
               02 LINE 01 COL 50 PIC X(30) FROM WS-TREINO-BANNER.
               02 LINE 03 COL 03 VALUE "TITULAR: ".
               02 LINE 03 COL 12 PIC 9(11) FROM WS-FM-TITULAR.
               02 LINE 03 COL 24 PIC X(50) FROM WS-FM-TNOME.
               02 LINE 04 COL 03 VALUE "COMPARTILHA LIMITE (S/N): ".
               02 LINE 04 COL 29 PIC X(1) USING WS-FM-COMP-LIMITE.
               02 LINE 04 COL 32 VALUE "SALDO RECEBER: ".
               02 LINE 04 COL 47 PIC X(1) USING WS-FM-COMP-SALDO.
               02 LINE 04 COL 50 VALUE "PLANO CINECLUBE: ".
               02 LINE 04 COL 67 PIC X(1) USING WS-FM-COMP-PLANO.
               02 LINE 06 COL 03 VALUE
                   "MEMBROS (A = AUTORIZADO A RETIRAR E DEVOLVER)".
               02 LINE 07 COL 03 PIC X(70) FROM WS-FM-L1.
               02 LINE 08 COL 03 PIC X(70) FROM WS-FM-L2.
               02 LINE 09 COL 03 PIC X(70) FROM WS-FM-L3.
               02 LINE 10 COL 03 PIC X(70) FROM WS-FM-L4.
               02 LINE 11 COL 03 PIC X(70) FROM WS-FM-L5.
               02 LINE 12 COL 03 PIC X(70) FROM WS-FM-L6.
               02 LINE 13 COL 03 PIC X(70) FROM WS-FM-L7.
               02 LINE 14 COL 03 PIC X(70) FROM WS-FM-L8.
               02 LINE 16 COL 03 VALUE
                   "(I) INCLUIR  (R) REMOVER  (A) AUTORIZAR/RETIRAR".
               02 LINE 17 COL 03 VALUE "(S) SAIR".
               02 LINE 18 COL 03 VALUE "OPCAO: ".
               02 LINE 18 COL 10 PIC X(1) TO WS-FM-OPCAO.
               02 LINE 18 COL 14 VALUE "CPF: ".
               02 LINE 18 COL 19 PIC 9(11) TO WS-FM-NOVO.
