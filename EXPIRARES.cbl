           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
                   READ ARQ-FILMES
                   IF FSTATUS = "V"
                       MOVE SPACE TO FSTATUS
                       PERFORM JRN-ANTES-FILMES-PROCEDURE
                       REWRITE REG-FILMES
                       PERFORM JRN-FILMES-PROCEDURE
                   END-IF
           END-START.
       PROMOVE-UMA-PROCEDURE.
                   READ ARQ-FILMES
                   IF FACPF = ZEROES AND FSTATUS = SPACE
                       MOVE "V" TO FSTATUS
                       PERFORM JRN-ANTES-FILMES-PROCEDURE
                       REWRITE REG-FILMES
                       PERFORM JRN-FILMES-PROCEDURE
                   END-IF
           END-START.
       GRAVA-BATLOG-PROCEDURE.
               WRITE REG-BATLOG
               CLOSE ARQ-BATLOG
           END-IF.
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
       JRN-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "EXPIRARES" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM EXPIRARES.
