               COPY FCFUNCIONARIOS.
               COPY FCCONTING.
               COPY FCCALENDARIO.
               COPY FCLOCABERTA.
               SELECT ARQ-CAIXAMOV ASSIGN TO "CAIXAMOV"
                   ORGANIZATION IS SEQUENTIAL
                   SHARING WITH ALL OTHER
           COPY FDFUNCIONARIOS.
           COPY FDCONTING.
           COPY FDCALENDARIO.
           COPY FDLOCABERTA.
           FD ARQ-CAIXAMOV.
           01 REG-CAIXAMOV.
               05 MVDATA PIC 9(8).
           FD ARQ-REJEITO.
           01 REJEITO-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY CADLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-FS3 PIC 99.
               CLOSE ARQ-RECEBER
               OPEN I-O ARQ-RECEBER
           END-IF.
           OPEN I-O ARQ-LOCABERTA.
           IF WS-FS = "35"
               CLOSE ARQ-LOCABERTA
               OPEN OUTPUT ARQ-LOCABERTA
               CLOSE ARQ-LOCABERTA
               OPEN I-O ARQ-LOCABERTA
           END-IF.
           OPEN OUTPUT ARQ-REJEITO.
           READ ARQ-CONTING
               AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-REJEITO.
           CLOSE ARQ-LOCABERTA.
           CLOSE ARQ-RECEBER.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-CONTING.
               FUNCTION INTEGER-OF-DATE (CGDATA) + WS-DIAS-ALUGUEL.
           PERFORM PULA-DIAS-FECHADOS-PROCEDURE.
           COMPUTE FDTDEV = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           MOVE FCOD TO LAFCOD.
           MOVE FCOPIA TO LAFCOPIA.
           READ ARQ-LOCABERTA KEY IS LAFCHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-LOCABERTA RECORD
           END-READ.
           MOVE FACPF TO LACPF.
           MOVE FCOD TO LAFCOD.
           MOVE FCOPIA TO LAFCOPIA.
           MOVE FDTALUG TO LADTALUG.
           MOVE FDTDEV TO LADTDEV.
           MOVE FFILIAL TO LAFILIAL.
           WRITE REG-LOCABERTA.
           COMPUTE WS-TRANS =
               FUNCTION INTEGER-OF-DATE (CGDATA) * 1000000 + CGHORA.
           MOVE ZEROES TO WS-MULTA.
                       MOVE WS-MULTA TO MRSALDO
                       MOVE ZEROES TO MRSALDO-PLANO
                       MOVE "N" TO MRCOBRANCA
                       PERFORM JRN-NOVO-PROCEDURE
                       WRITE REG-RECEBER
                       PERFORM JRN-RECEBER-PROCEDURE
                   NOT INVALID KEY
                       ADD WS-MULTA TO MRSALDO
                       PERFORM JRN-ANTES-RECEBER-PROCEDURE
                       REWRITE REG-RECEBER
                       PERFORM JRN-RECEBER-PROCEDURE
               END-READ
           END-IF.
           MOVE ZEROES TO FACPF.
           MOVE ZEROES TO FDTALUG.
           MOVE ZEROES TO FDTDEV.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           MOVE FCOD TO LAFCOD.
           MOVE FCOPIA TO LAFCOPIA.
           READ ARQ-LOCABERTA KEY IS LAFCHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQ-LOCABERTA RECORD
           END-READ.
       PULA-DIAS-FECHADOS-PROCEDURE.
           MOVE "S" TO WS-CAL-FECHADO.
           PERFORM UNTIL WS-CAL-FECHADO = "N"
                       INVALID KEY CONTINUE
                   END-WRITE
               END-PERFORM
               IF WS-FS < 10
                   PERFORM CADEIA-HISTORICO-PROCEDURE
               END-IF
               CLOSE ARQ-HISTORICO
           END-IF.
       GRAVA-CAIXAMOV-PROCEDURE.
               DELIMITED BY SIZE INTO REJEITO-REG
           END-STRING.
           WRITE REJEITO-REG.
       JRN-ANTES-FILMES-PROCEDURE.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           READ ARQ-FILMES KEY IS FCHAVE
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-FILMES TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-FILMES.
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
       JRN-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "CONTREPLAY" TO WS-JRN-PROGRAMA
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
       END PROGRAM CONTREPLAY.
