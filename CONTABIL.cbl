               COPY FCCONDHIST.
               COPY FCAJUSTELOG.
               COPY FCCONTAMAP.
               COPY FCCHARGEBACK.
               COPY FCDEPRMOV.
               COPY FCROYMOV.
               COPY FCISSMOV.
               COPY FCFFMOV.
               COPY FCPRODMOV.
               COPY FCCARTAO.
               COPY FCINDICACAO.
               COPY FCTREINO.
               SELECT ARQ-TARIFAS ASSIGN TO "TARIFAS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS.
           COPY FDCONDHIST.
           COPY FDAJUSTELOG.
           COPY FDCONTAMAP.
           COPY FDCHARGEBACK.
           COPY FDDEPRMOV.
           COPY FDROYMOV.
           COPY FDISSMOV.
           COPY FDFFMOV.
           COPY FDPRODMOV.
           COPY FDCARTAO.
           COPY FDINDICACAO.
           COPY FDTREINO.
           FD ARQ-TARIFAS.
           01 REG-TARIFAS.
               05 TFDATA PIC 9(8).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-ARQ-SAIDA PIC X(50).
           77 WS-CONT PIC 9(7) VALUE ZERO.
           77 WS-TOT-VALOR PIC 9(13)V99 VALUE ZERO.
           77 WS-HASH-CPF PIC 9(15) VALUE ZERO.
           77 WS-CNPJ-EVENTO PIC X(14).
           77 WS-MAPA-OK PIC X(1) VALUE "N".
           77 WS-MAPA-ACHOU PIC X(1).
           77 WS-TOT-DEB PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-CRED PIC 9(13)V99 VALUE ZERO.
           77 WS-SEM-MAPA PIC 9(5) VALUE ZERO.
           77 WS-DET-FORMA PIC X(1).
           77 WS-DET-CNPJ PIC X(14) VALUE SPACES.
           01 LEG-REG.
               05 LEG-MARCA PIC X(2).
               05 LEG-NATUREZA PIC X(1).
               05 DET-TIPO PIC X(2).
               05 DET-DATA PIC 9(8).
               05 DET-CPF PIC 9(11).
               05 DET-CNPJ PIC X(14).
               05 DET-EMPID PIC 9(5).
               05 DET-VALOR PIC 9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICA-TREINO-PROCEDURE.
           IF WS-TREINO = "S"
               DISPLAY "BASE DE TREINAMENTO: "
                   "EXTRATO CONTABIL NAO GERADO"
               STOP RUN RETURNING 0
           END-IF.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM VARRE-TARIFAS-PROCEDURE.
           PERFORM VARRE-PROVISAO-PROCEDURE.
           PERFORM VARRE-PAGAMENTOS-PROCEDURE.
           PERFORM VARRE-CHARGEBACK-PROCEDURE.
           PERFORM VARRE-DEPRMOV-PROCEDURE.
           PERFORM VARRE-ROYMOV-PROCEDURE.
           PERFORM VARRE-ISSMOV-PROCEDURE.
           PERFORM VARRE-FFMOV-PROCEDURE.
           PERFORM VARRE-PRODMOV-PROCEDURE.
           PERFORM VARRE-CARTAO-PROCEDURE.
           PERFORM VARRE-INDICACAO-PROCEDURE.
           IF WS-MAPA-OK = "S"
               CLOSE ARQ-CONTAMAP
           END-IF.
                               MOVE "SG" TO DET-TIPO
                           WHEN "U"
                               MOVE "SU" TO DET-TIPO
                           WHEN "Y"
                               MOVE "VE" TO DET-TIPO
                           WHEN "B"
                               MOVE "BO" TO DET-TIPO
                           WHEN "H"
                               MOVE "TE" TO DET-TIPO
                           WHEN OTHER
                               MOVE "PG" TO DET-TIPO
                       END-EVALUATE
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND CHDATA = WS-DATA-MOV
                       AND CHVALOR > ZEROES AND CHSTATUS <> "R"
                       IF CHSTATUS = "X"
                           MOVE "VD" TO DET-TIPO
                       ELSE
               END-PERFORM
               CLOSE ARQ-PROVISAO
           END-IF.
       VARRE-DEPRMOV-PROCEDURE.
           OPEN INPUT ARQ-DEPRMOV.
           IF WS-FS <> 0
               CLOSE ARQ-DEPRMOV
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-DEPRMOV
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND DMDATA = WS-DATA-MOV
                       MOVE DMTIPO TO DET-TIPO
                       MOVE ZEROES TO DET-CPF
                       MOVE ZEROES TO DET-EMPID
                       MOVE DMVALOR TO DET-VALOR
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-DEPRMOV
           END-IF.
       VARRE-ROYMOV-PROCEDURE.
           OPEN INPUT ARQ-ROYMOV.
           IF WS-FS <> 0
               CLOSE ARQ-ROYMOV
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-ROYMOV
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND RMVDATA = WS-DATA-MOV
                       MOVE RMVTIPO TO DET-TIPO
                       MOVE ZEROES TO DET-CPF
                       MOVE ZEROES TO DET-EMPID
                       MOVE RMVVALOR TO DET-VALOR
                       MOVE RMVFORMA TO WS-DET-FORMA
                       MOVE RMVCNPJ TO WS-DET-CNPJ
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-ROYMOV
           END-IF.
       VARRE-ISSMOV-PROCEDURE.
           OPEN INPUT ARQ-ISSMOV.
           IF WS-FS <> 0
               CLOSE ARQ-ISSMOV
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-ISSMOV
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND IVDATA = WS-DATA-MOV
                       MOVE IVTIPO TO DET-TIPO
                       MOVE ZEROES TO DET-CPF
                       MOVE ZEROES TO DET-EMPID
                       MOVE IVVALOR TO DET-VALOR
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-ISSMOV
           END-IF.
       VARRE-FFMOV-PROCEDURE.
           OPEN INPUT ARQ-FFMOV.
           IF WS-FS <> 0
               CLOSE ARQ-FFMOV
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-FFMOV
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND FMDATA = WS-DATA-MOV
                       MOVE FMTIPO TO DET-TIPO
                       MOVE ZEROES TO DET-CPF
                       MOVE ZEROES TO DET-EMPID
                       MOVE FMVALOR TO DET-VALOR
                       MOVE FMFORMA TO WS-DET-FORMA
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-FFMOV
           END-IF.
       VARRE-PRODMOV-PROCEDURE.
           OPEN INPUT ARQ-PRODMOV.
           IF WS-FS <> 0
               CLOSE ARQ-PRODMOV
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-PRODMOV
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND PMDATA = WS-DATA-MOV
                       AND PMTIPO = "V" AND PMCUSTO > ZEROES
                       MOVE "CM" TO DET-TIPO
                       MOVE PMCPF TO DET-CPF
                       MOVE PMEMPID TO DET-EMPID
                       MOVE PMCUSTO TO DET-VALOR
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-PRODMOV
           END-IF.
       VARRE-CARTAO-PROCEDURE.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS <> 0
               CLOSE ARQ-CARTAO
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-CARTAO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND KTEMISSAO = WS-DATA-MOV
                       AND KTTAXA > ZEROES
                       MOVE "CT" TO DET-TIPO
                       MOVE KTCPF TO DET-CPF
                       MOVE KTEMPID TO DET-EMPID
                       MOVE KTTAXA TO DET-VALOR
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-CARTAO
           END-IF.
       VARRE-INDICACAO-PROCEDURE.
           OPEN INPUT ARQ-INDICACAO.
           IF WS-FS <> 0
               CLOSE ARQ-INDICACAO
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-INDICACAO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND INSTATUS = "C"
                       AND INDTCONV = WS-DATA-MOV
                       AND INCREDITO > ZEROES
                       MOVE "IN" TO DET-TIPO
                       MOVE ININDICADOR TO DET-CPF
                       MOVE INEMPID TO DET-EMPID
                       MOVE INCREDITO TO DET-VALOR
                       PERFORM GRAVA-DETALHE-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE ARQ-INDICACAO
           END-IF.
       ABRE-MAPA-PROCEDURE.
           OPEN INPUT ARQ-CONTAMAP.
           IF WS-FS = 0
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.
       VARRE-CHARGEBACK-PROCEDURE.
           OPEN INPUT ARQ-CHARGEBACK.
           IF WS-FS <> 0
               CLOSE ARQ-CHARGEBACK
           ELSE
               MOVE LOW-VALUES TO CBID
               START ARQ-CHARGEBACK KEY IS GREATER THAN CBID
                   INVALID KEY MOVE "Y" TO WS-EOF
                   NOT INVALID KEY MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-CHARGEBACK NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N"
                       MOVE CBCPF TO DET-CPF
                       MOVE CBEMPID TO DET-EMPID
                       MOVE CBVALOR TO DET-VALOR
                       IF CBDATA = WS-DATA-MOV
                           MOVE "EC" TO DET-TIPO
                           MOVE "C" TO WS-DET-FORMA
                           PERFORM GRAVA-DETALHE-PROCEDURE
                       END-IF
                       IF CBRESDATA = WS-DATA-MOV AND CBSTATUS = "G"
                           MOVE "CG" TO DET-TIPO
                           MOVE "C" TO WS-DET-FORMA
                           PERFORM GRAVA-DETALHE-PROCEDURE
                       END-IF
                       IF CBRESDATA = WS-DATA-MOV AND CBREFAT = "S"
                           MOVE "CR" TO DET-TIPO
                           PERFORM GRAVA-DETALHE-PROCEDURE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-CHARGEBACK
           END-IF.
       GRAVA-DETALHE-PROCEDURE.
           MOVE WS-DATA-MOV TO DET-DATA.
           PERFORM BUSCA-CNPJ-PROCEDURE.
           MOVE WS-CNPJ-EVENTO TO DET-CNPJ.
           IF WS-DET-CNPJ <> SPACES
               MOVE WS-DET-CNPJ TO DET-CNPJ
           END-IF.
           MOVE SPACES TO SAIDA-REG.
           MOVE DET-REG TO SAIDA-REG.
           WRITE SAIDA-REG.
           ADD DET-CPF TO WS-HASH-CPF.
           PERFORM GRAVA-LEGS-PROCEDURE.
           MOVE SPACE TO WS-DET-FORMA.
           MOVE SPACES TO WS-DET-CNPJ.
       BUSCA-CNPJ-PROCEDURE.
           MOVE ZEROES TO WS-CNPJ-EVENTO.
           OPEN INPUT ARQ-CLIENTES.
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM CONTABIL.
