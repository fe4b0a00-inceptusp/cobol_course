           01 REG-FATURAS.
               05 FTNUM PIC 9(9).
               05 FTCPF PIC 9(11).
               05 FTCNPJ PIC X(14).
               05 FTDATA PIC 9(8).
               05 FTVALOR PIC 9(9)V99.
               05 FTSTATUS PIC X(1).
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(130).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO CNOME
                   MOVE SPACES TO CCNPJ
           END-READ.
           STRING "CONTA " CCCPF " " CNOME (1:40)
               " CNPJ " CCNPJ
                   MOVE WS-TOT-FATURA TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD WS-TOT-FATURA TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           MOVE ZEROES TO CCACUM.
           REWRITE REG-CONTACORP.
               END-READ
               CLOSE ARQ-FATURAS
           END-IF.
       JRN-ANTES-RECEBER-PROCEDURE.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           READ ARQ-RECEBER KEY IS MRCPF
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-RECEBER TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-RECEBER.
           MOVE "R" TO WS-JRN-OP.
       JRN-NOVO-PROCEDURE.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "W" TO WS-JRN-OP.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "FATURACORP" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM FATURACORP.
