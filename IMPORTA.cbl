           FD ARQ-REJEITO.
           01 REJEITO-REG PIC X(220).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
               MOVE SPACE TO FSTATUS
               MOVE 01 TO FFILIAL
               MOVE WS-HOJE TO FDTLANC
               PERFORM JRN-NOVO-PROCEDURE
               WRITE REG-FILMES
                   INVALID KEY
                       MOVE "05" TO WS-MOTIVO
                       PERFORM GRAVA-REJEITO-PROCEDURE
                   NOT INVALID KEY
                       PERFORM JRN-FILMES-PROCEDURE
                       ADD 1 TO WS-CONT-COPIAS
               END-WRITE
           END-PERFORM.
           END-STRING.
           WRITE REJEITO-REG.
           ADD 1 TO WS-CONT-REJ.
       JRN-NOVO-PROCEDURE.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "W" TO WS-JRN-OP.
       JRN-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "IMPORTA" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM IMPORTA.
