       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJCONV.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCARQCLIENTES.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
               SELECT ARQ-SAIDA ASSIGN TO "CNPJCONV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDARQCLIENTES.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(100).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-CNPJ-LK PIC X(14).
           77 WS-CNPJ-VALIDO PIC X(1).
           77 WS-CNPJ-DV1 PIC 9(1).
           77 WS-CNPJ-DV2 PIC 9(1).
           77 WS-CONT-CLI PIC 9(7) VALUE ZERO.
           77 WS-CONT-CLI-BRANCO PIC 9(7) VALUE ZERO.
           77 WS-CONT-FORN PIC 9(7) VALUE ZERO.
           77 WS-CONT-INVALIDO PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSAO DO CNPJ PARA O FORMATO ALFANUMERICO".
           OPEN OUTPUT ARQ-SAIDA.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR CNPJCONV.TXT, FS=" WS-FS2
               STOP RUN RETURNING 8
           END-IF.
           MOVE "CNPJ INVALIDOS APOS A CONVERSAO" TO SAIDA-REG.
           WRITE SAIDA-REG.
           PERFORM CONVERTE-CLIENTES-PROCEDURE.
           PERFORM CONVERTE-FORNECEDOR-PROCEDURE.
           MOVE SPACES TO SAIDA-REG.
           STRING "CLIENTES " WS-CONT-CLI " (SEM CNPJ "
               WS-CONT-CLI-BRANCO ") FORNECEDORES " WS-CONT-FORN
               " INVALIDOS " WS-CONT-INVALIDO
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
           CLOSE ARQ-SAIDA.
           DISPLAY "CONVERTIDOS " WS-CONT-CLI " CLIENTE(S) E "
               WS-CONT-FORN " FORNECEDOR(ES)".
           IF WS-CONT-INVALIDO > 0
               DISPLAY WS-CONT-INVALIDO
                   " CNPJ INVALIDO(S), VER CNPJCONV.TXT"
               IF WS-RC = 0
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
           STOP RUN RETURNING WS-RC.
       CONVERTE-CLIENTES-PROCEDURE.
           OPEN I-O ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO CCPF.
           START ARQ-CLIENTES KEY IS GREATER THAN CCPF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM CONVERTE-CLIENTE-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
       CONVERTE-CLIENTE-PROCEDURE.
           IF CCNPJ = ZEROES OR CCNPJ = LOW-VALUES
               MOVE SPACES TO CCNPJ
           END-IF.
           MOVE FUNCTION UPPER-CASE(CCNPJ) TO CCNPJ.
           IF CCNPJ = SPACES
               ADD 1 TO WS-CONT-CLI-BRANCO
           ELSE
               MOVE CCNPJ TO WS-CNPJ-LK
               CALL "CNPJ_Verify" USING WS-CNPJ-LK WS-CNPJ-VALIDO
                   WS-CNPJ-DV1 WS-CNPJ-DV2
               END-CALL
               IF WS-CNPJ-VALIDO <> "S"
                   ADD 1 TO WS-CONT-INVALIDO
                   MOVE SPACES TO SAIDA-REG
                   STRING "CLIENTE " CCPF " " CNOME (1:40)
                       " CNPJ " CCNPJ
                       DELIMITED BY SIZE INTO SAIDA-REG
                   END-STRING
                   WRITE SAIDA-REG
               END-IF
           END-IF.
           REWRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CLIENTE " CCPF
                   MOVE 8 TO WS-RC
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CLI
           END-REWRITE.
       CONVERTE-FORNECEDOR-PROCEDURE.
           OPEN I-O ARQ-FORNECEDOR.
           IF WS-FS = 35
               DISPLAY "FORNECEDOR NAO ENCONTRADO, NADA A CONVERTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FORNECEDOR, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO FORNCOD.
           START ARQ-FORNECEDOR KEY IS NOT LESS THAN FORNCOD
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FORNECEDOR NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM CONVERTE-FORN-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FORNECEDOR.
       CONVERTE-FORN-PROCEDURE.
           IF FORNCNPJ = ZEROES OR FORNCNPJ = LOW-VALUES
               MOVE SPACES TO FORNCNPJ
           END-IF.
           MOVE FUNCTION UPPER-CASE(FORNCNPJ) TO FORNCNPJ.
           MOVE "N" TO WS-CNPJ-VALIDO.
           IF FORNCNPJ <> SPACES
               MOVE FORNCNPJ TO WS-CNPJ-LK
               CALL "CNPJ_Verify" USING WS-CNPJ-LK WS-CNPJ-VALIDO
                   WS-CNPJ-DV1 WS-CNPJ-DV2
               END-CALL
           END-IF.
           IF WS-CNPJ-VALIDO <> "S"
               ADD 1 TO WS-CONT-INVALIDO
               MOVE SPACES TO SAIDA-REG
               STRING "FORNECEDOR " FORNCOD " " FORNNOME (1:40)
                   " CNPJ " FORNCNPJ
                   DELIMITED BY SIZE INTO SAIDA-REG
               END-STRING
               WRITE SAIDA-REG
           END-IF.
           REWRITE REG-FORNECEDOR
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FORNECEDOR " FORNCOD
                   MOVE 8 TO WS-RC
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-FORN
           END-REWRITE.
       END PROGRAM CNPJCONV.
