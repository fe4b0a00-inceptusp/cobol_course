           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
               DELIMITED BY SIZE INTO WS-BL-ANTES
           END-STRING.
           MOVE "CATALOGO  " TO FCATEGORIA.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           MOVE "CATEGORIA=CATALOGO" TO WS-BL-DEPOIS.
           PERFORM GRAVA-BATLOG-PROCEDURE.
           ADD 1 TO WS-CONT-RECLASS.
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
               MOVE "RECLASS" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM RECLASS.
