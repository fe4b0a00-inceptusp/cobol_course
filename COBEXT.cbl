           FD ARQ-REMESSA.
           01 REMESSA-REG PIC X(160).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           IF WS-IDADE > WS-DIAS-COBEXT
               PERFORM EXPORTA-CONTA-PROCEDURE
               MOVE "S" TO MRCOBRANCA
               PERFORM JRN-ANTES-RECEBER-PROCEDURE
               REWRITE REG-RECEBER
               PERFORM JRN-RECEBER-PROCEDURE
               ADD 1 TO WS-CONT-ENV
               ADD 1 TO WS-CONT-FORA
               ADD MRSALDO TO WS-TOT-FORA
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
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
               MOVE "COBEXT" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM COBEXT.
