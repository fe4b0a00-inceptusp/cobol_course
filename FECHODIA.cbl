           COPY FDTITULO.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           COPY CADLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
               PERFORM VARRE-HISTORICO-PROCEDURE
               PERFORM GRAVA-LINHA-PROCEDURE
               PERFORM GRAVA-FILIAIS-PROCEDURE
               PERFORM GRAVA-SELO-PROCEDURE
               MOVE "E" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
               END-READ
               CLOSE ARQ-FECHDIA
           END-IF.
       GRAVA-SELO-PROCEDURE.
           MOVE WS-REL-DATA TO WS-CAD-DATA.
           MOVE "S" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-CAD-RC = "E"
               STRING "SELO DIARIO DE " WS-REL-DATA " NAO EMITIDO"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               IF WS-RC = ZERO
                   MOVE 4 TO WS-RC
               END-IF
           ELSE
               STRING "SELO DIARIO " WS-REL-DATA ": " WS-CAD-ELO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CAD-RC = "E"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  AUDITORIA " WS-CAD-S-SEQ (1)
               " AJUSTELOG " WS-CAD-S-SEQ (2)
               " OVERLOG " WS-CAD-S-SEQ (3)
               " HISTORICO " WS-CAD-S-SEQ (4)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "FECHAMENTO " WS-REL-DATA
