           77 WS-FS PIC 99.
           77 WS-CPF PIC 9(11).
           77 WS-LIMITE PIC 9(7)V99.
           77 WS-CNPJ-LK PIC X(14).
           77 WS-CNPJ-VALIDO PIC X(1).
           77 WS-CNPJ-DV1 PIC 9(1).
           77 WS-CNPJ-DV2 PIC 9(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONTA CORPORATIVA - LIMITE DE CREDITO".
               CLOSE ARQ-CLIENTES
               STOP RUN RETURNING 8
           END-IF.
           MOVE "N" TO WS-CNPJ-VALIDO.
           IF CCNPJ <> SPACES AND CCNPJ <> ZEROES
               MOVE CCNPJ TO WS-CNPJ-LK
               CALL "CNPJ_Verify" USING WS-CNPJ-LK WS-CNPJ-VALIDO
                   WS-CNPJ-DV1 WS-CNPJ-DV2
               END-CALL
           END-IF.
           IF WS-CNPJ-VALIDO <> "S"
               DISPLAY "CNPJ DO CLIENTE INVALIDO: " CCNPJ
               CLOSE ARQ-CLIENTES
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY "CLIENTE: " CNOME.
           DISPLAY "CNPJ: " CCNPJ.
           CLOSE ARQ-CLIENTES.
           DISPLAY "LIMITE DE CREDITO MENSAL: ".
           ACCEPT WS-LIMITE.
