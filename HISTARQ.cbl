           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY CADLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           END-IF.
           MOVE REG-HISTORICO TO REG-HISTARQ.
           WRITE REG-HISTARQ.
           MOVE "HISTORICO" TO WS-CAD-ARQUIVO.
           MOVE HCHAVE TO WS-CAD-REG.
           MOVE REG-HISTORICO TO WS-CAD-IMAGEM.
           MOVE "E" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
           ADD 1 TO WS-CONT-ARQUIV.
           ADD HMULTA TO WS-MULTA-ARQUIV.
       GRAVA-CONTROLE-PROCEDURE.
