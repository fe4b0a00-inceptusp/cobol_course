               COPY FCCONTACORP.
               COPY FCAJUSTELOG.
               COPY FCAUDIT.
               COPY FCCLIDOC.
               SELECT ARQ-LAUDO ASSIGN TO DYNAMIC WS-ARQ-LAUDO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDCONTACORP.
           COPY FDAJUSTELOG.
           COPY FDAUDIT.
           COPY FDCLIDOC.
           FD ARQ-LAUDO.
           01 LAUDO-REG PIC X(130).
           FD ARQ-EXPORT.
           01 EXPORT-REG PIC X(200).
       WORKING-STORAGE SECTION.
           COPY CADLNK.
           77 WS-CAD-FS PIC 99.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-ARQ-MM PIC 9(2).
           77 WS-ANOMES-ATUAL PIC 9(6).
           77 WS-CONT PIC 9(5) VALUE ZERO.
           77 WS-DOC-TIPO PIC X(1).
           77 WS-DOC-NUMERO PIC X(12).
           77 WS-DOC-DESC PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EXPORTE DE DADOS DO TITULAR (LGPD)".
           DISPLAY "CPF DO TITULAR (0 = DOCUMENTO ESTRANGEIRO): ".
           ACCEPT WS-CPF.
           IF WS-CPF = ZEROES
               PERFORM BUSCA-DOCUMENTO-PROCEDURE
           END-IF.
           DISPLAY "OPERADOR QUE SOLICITA: ".
           ACCEPT WS-OPER.
           DISPLAY "MES MAIS ANTIGO DO ARQUIVO MORTO".
           PERFORM LOGA-PEDIDO-PROCEDURE.
           DISPLAY WS-ARQ-LAUDO " E " WS-ARQ-EXPORT " GERADOS".
           STOP RUN RETURNING WS-RC.
       BUSCA-DOCUMENTO-PROCEDURE.
           DISPLAY "TIPO DO DOCUMENTO (P=PASSAPORTE/R=RNE): ".
           ACCEPT WS-DOC-TIPO.
           DISPLAY "NUMERO DO DOCUMENTO: ".
           ACCEPT WS-DOC-NUMERO.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE FUNCTION UPPER-CASE (WS-DOC-TIPO) TO DCTIPO
               MOVE FUNCTION UPPER-CASE (WS-DOC-NUMERO) TO DCNUMERO
               READ ARQ-CLIDOC KEY IS DCDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DCCPF TO WS-CPF
               END-READ
           END-IF.
           CLOSE ARQ-CLIDOC.
           IF WS-CPF = ZEROES
               DISPLAY "DOCUMENTO NAO CADASTRADO"
               STOP RUN RETURNING 8
           END-IF.
       EXTRAI-DOCUMENTO-PROCEDURE.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE CCPF TO DCCPF
               READ ARQ-CLIDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCTIPO = "P"
                           MOVE "PASSAPORTE" TO WS-DOC-DESC
                       ELSE
                           MOVE "RNE" TO WS-DOC-DESC
                       END-IF
                       STRING "DOCUMENTO: " WS-DOC-DESC " " DCNUMERO
                           " PAIS: " DCPAIS
                           DELIMITED BY SIZE INTO LAUDO-REG
                       END-STRING
                       PERFORM GRAVA-LINHA-PROCEDURE
                       MOVE SPACES TO EXPORT-REG
                       STRING "DOCUMENTO;" DCTIPO ";" DCNUMERO ";"
                           DCPAIS
                           DELIMITED BY SIZE INTO EXPORT-REG
                       END-STRING
                       WRITE EXPORT-REG
               END-READ
           END-IF.
           CLOSE ARQ-CLIDOC.
       GRAVA-LINHA-PROCEDURE.
           WRITE LAUDO-REG.
           MOVE SPACES TO LAUDO-REG.
                   PERFORM GRAVA-LINHA-PROCEDURE
                   MOVE SPACES TO EXPORT-REG
                   STRING "CLIENTE;" CCPF ";" CNOME ";" CTEL ";"
                       CEMAIL ";" CTIPO
                       DELIMITED BY SIZE INTO EXPORT-REG
                   END-STRING
                   WRITE EXPORT-REG
                   IF CTIPO = "E"
                       PERFORM EXTRAI-DOCUMENTO-PROCEDURE
                   END-IF
           END-READ.
           CLOSE ARQ-CLIENTES.
       EXTRAI-SALDOS-PROCEDURE.
               MOVE WS-OPER TO AUEMPID
               MOVE "L" TO AUTIPO
               MOVE "X" TO AUACAO
               MOVE SPACES TO AUTERMINAL
               MOVE WS-CPF TO AUCHAVE
               MOVE "PEDIDO DE ACESSO DO TITULAR" TO AUANTES
               MOVE SPACES TO AUDEPOIS
               MOVE "AUDITORIA" TO WS-CAD-ARQUIVO
               PERFORM CADEIA-RESERVA-PROCEDURE
               MOVE REG-AUDIT TO WS-CAD-IMAGEM
               WRITE REG-AUDIT
               MOVE WS-FS TO WS-CAD-FS
               CLOSE ARQ-AUDIT
               PERFORM CADEIA-SELA-PROCEDURE
           END-IF.
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
       END PROGRAM LGPDACESSO.
