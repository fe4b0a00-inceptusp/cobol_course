               05 TFDATA PIC 9(8).
               05 TFVALOR PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
                   IF MRSALDO = ZEROES
                       MOVE "N" TO MRCOBRANCA
                   END-IF
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
                   ADD 1 TO WS-CONT-OK
                   ADD WS-RET-COMIS TO WS-TOT-COMIS
                   PERFORM GRAVA-CAIXAMOV-PROCEDURE
               WRITE REG-TARIFAS
               CLOSE ARQ-TARIFAS
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
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "COBEXTRET" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM COBEXTRET.
