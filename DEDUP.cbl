           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(130).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY CADLNK.
           77 WS-CAD-FS PIC 99.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
                   END-STRING
                   MOVE SPACES TO CTEL
                   MOVE SPACES TO CEMAIL
                   PERFORM JRN-ANTES-CLIENTES-PROCEDURE
                   REWRITE REG-CLIENTES
                   PERFORM JRN-CLIENTES-PROCEDURE
                   MOVE REG-CLIENTES TO AUDEPOIS
           END-READ.
           CLOSE ARQ-CLIENTES.
               END-READ
               IF WS-EOF = "N"
                   IF HCPF = WS-CPF-PERDE
                       MOVE HCHAVE TO WS-CAD-REG
                       MOVE REG-HISTORICO TO WS-CAD-IMAGEM
                       DELETE ARQ-HISTORICO RECORD
                       IF WS-FS < 10
                           PERFORM CADEIA-EXCLUI-PROCEDURE
                       END-IF
                       MOVE WS-CPF-FICA TO HCPF
                       WRITE REG-HISTORICO
                           INVALID KEY CONTINUE
                               INVALID KEY CONTINUE
                           END-WRITE
                       END-PERFORM
                       IF WS-FS < 10
                           PERFORM CADEIA-HISTORICO-PROCEDURE
                       END-IF
                       ADD 1 TO WS-CONT-MOV
                       MOVE WS-CPF-PERDE TO HCPF
                       MOVE ZEROES TO HDATA
               NOT INVALID KEY
                   MOVE MRSALDO TO WS-SALDO-PERDE
                   MOVE MRSALDO-PLANO TO WS-PLANO-PERDE
                   PERFORM JRN-EXCLUI-RECEBER-PROCEDURE
                   DELETE ARQ-RECEBER RECORD
                   PERFORM JRN-GRAVA-PROCEDURE
                   ADD 1 TO WS-CONT-MOV
           END-READ.
           IF WS-SALDO-PERDE > ZERO OR WS-PLANO-PERDE > ZERO
                       MOVE WS-SALDO-PERDE TO MRSALDO
                       MOVE WS-PLANO-PERDE TO MRSALDO-PLANO
                       MOVE "N" TO MRCOBRANCA
                       PERFORM JRN-NOVO-PROCEDURE
                       WRITE REG-RECEBER
                       PERFORM JRN-RECEBER-PROCEDURE
                   NOT INVALID KEY
                       ADD WS-SALDO-PERDE TO MRSALDO
                       ADD WS-PLANO-PERDE TO MRSALDO-PLANO
                       PERFORM JRN-ANTES-RECEBER-PROCEDURE
                       REWRITE REG-RECEBER
                       PERFORM JRN-RECEBER-PROCEDURE
               END-READ
           END-IF.
           CLOSE ARQ-RECEBER.
               MOVE WS-GER-EMPID TO AUEMPID
               MOVE "C" TO AUTIPO
               MOVE "M" TO AUACAO
               MOVE SPACES TO AUTERMINAL
               MOVE WS-CPF-PERDE TO AUCHAVE
               MOVE "AUDITORIA" TO WS-CAD-ARQUIVO
               PERFORM CADEIA-RESERVA-PROCEDURE
               MOVE REG-AUDIT TO WS-CAD-IMAGEM
               WRITE REG-AUDIT
               MOVE WS-FS TO WS-CAD-FS
               CLOSE ARQ-AUDIT
               PERFORM CADEIA-SELA-PROCEDURE
           END-IF.
       JRN-ANTES-CLIENTES-PROCEDURE.
           MOVE REG-CLIENTES TO WS-JRN-DEPOIS.
           READ ARQ-CLIENTES KEY IS CCPF
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-CLIENTES TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-CLIENTES.
           MOVE "R" TO WS-JRN-OP.
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
       JRN-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO.
           MOVE REG-CLIENTES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-EXCLUI-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE "D" TO WS-JRN-OP.
           MOVE REG-RECEBER TO WS-JRN-ANTES.
           MOVE SPACES TO WS-JRN-DEPOIS.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "DEDUP" TO WS-JRN-PROGRAMA
               MOVE WS-GER-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       CADEIA-HISTORICO-PROCEDURE.
           MOVE "HISTORICO" TO WS-CAD-ARQUIVO.
           MOVE HCHAVE TO WS-CAD-REG.
           MOVE REG-HISTORICO TO WS-CAD-IMAGEM.
           MOVE "W" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
       CADEIA-EXCLUI-PROCEDURE.
           MOVE "HISTORICO" TO WS-CAD-ARQUIVO.
           MOVE "E" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
       CADEIA-RESERVA-PROCEDURE.
           MOVE SPACES TO WS-CAD-REG.
           MOVE "R" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
       CADEIA-SELA-PROCEDURE.
           IF WS-CAD-FS < 10
               MOVE "W" TO WS-CAD-OP
           ELSE
               MOVE "L" TO WS-CAD-OP
           END-IF.
           CALL "CADEIA" USING WS-CAD.
       END PROGRAM DEDUP.
