               COPY FCRECEBER.
               COPY FCHISTORICO.
               COPY FCCONDHIST.
               COPY FCDISCOS.
               COPY FCLOCABERTA.
               SELECT ARQ-SAIDA ASSIGN TO "ESCALPERDA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDRECEBER.
           COPY FDHISTORICO.
           COPY FDCONDHIST.
           COPY FDDISCOS.
           COPY FDLOCABERTA.
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY CADLNK.
           COPY ATIVOLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO-HOJE PIC 9(7).
           77 WS-JULIANO-VENC PIC 9(7).
           77 WS-DATA-CORTE PIC 9(8).
           77 WS-DIAS-ATRASO PIC 9(5).
           77 WS-DIAS-PERDA PIC 9(3) VALUE 90.
           77 WS-VALOR-MULTA-DIA PIC 9(3)V99 VALUE 1.00.
           77 WS-MULTA PIC 9(7)V99.
           77 WS-COBRANCA PIC 9(7)V99.
           77 WS-CONT-PERDAS PIC 9(5) VALUE ZERO.
           77 WS-FALTA-DISCOS PIC 9(2).
           77 WS-QTD-DISCOS PIC 9(2).
           77 WS-CUSTO-PERDA PIC 9(7)V99.
           77 WS-DEV-CPF PIC 9(11).
           77 WS-RESP-IDADE PIC 9(3).
           77 WS-BL-STEP PIC X(12).
                   MOVE WS-FS TO WS-RC
                   CLOSE ARQ-FILMES
               ELSE
                   OPEN INPUT ARQ-LOCABERTA
                   IF WS-FS <> 0
                       DISPLAY "ERRO AO ABRIR LOCABERTA, FS=" WS-FS
                       MOVE WS-FS TO WS-RC
                   ELSE
                       OPEN OUTPUT ARQ-SAIDA
                       PERFORM VARRE-ABERTAS-PROCEDURE
                       CLOSE ARQ-SAIDA
                   END-IF
                   CLOSE ARQ-LOCABERTA
                   CLOSE ARQ-FILMES
                   CLOSE ARQ-RECEBER
               END-IF
           END-IF.
           IF WS-RC = ZERO
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.
       VARRE-ABERTAS-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
               (WS-JULIANO-HOJE - WS-DIAS-PERDA).
           MOVE 1 TO LADTDEV.
           START ARQ-LOCABERTA KEY IS NOT LESS THAN LADTDEV
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-LOCABERTA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND LADTDEV NOT < WS-DATA-CORTE
                   MOVE "Y" TO WS-EOF
               END-IF
               IF WS-EOF = "N"
                   MOVE LAFCOD TO FCOD
                   MOVE LAFCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY MOVE ZEROES TO FACPF
                   END-READ
                   IF FACPF <> ZEROES
                       AND FDTDEV <> ZEROES AND FSTATUS = SPACE
                       COMPUTE WS-JULIANO-VENC =
                           FUNCTION INTEGER-OF-DATE (FDTDEV)
                       IF WS-JULIANO-HOJE - WS-JULIANO-VENC
                           > WS-DIAS-PERDA
                           COMPUTE WS-DIAS-ATRASO =
                               WS-JULIANO-HOJE - WS-JULIANO-VENC
                           PERFORM ESCALONA-COPIA-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM LE-PARAMETROS-PROCEDURE.
           PERFORM LE-MULTA-CATEGORIA-PROCEDURE.
           COMPUTE WS-MULTA = WS-DIAS-ATRASO * WS-VALOR-MULTA-DIA.
           PERFORM CONSULTA-DISCOS-PROCEDURE.
           IF WS-FALTA-DISCOS > ZERO
               COMPUTE WS-CUSTO-PERDA ROUNDED =
                   FCUSTO * WS-FALTA-DISCOS / WS-QTD-DISCOS
           ELSE
               MOVE FCUSTO TO WS-CUSTO-PERDA
           END-IF.
           COMPUTE WS-COBRANCA = WS-MULTA + WS-CUSTO-PERDA.
           PERFORM LANCA-RECEBER-PROCEDURE.
           MOVE "ESCALPERDA" TO WS-BL-STEP.
           MOVE SPACES TO WS-BL-CHAVE.
               DELIMITED BY SIZE INTO WS-BL-ANTES
           END-STRING.
           MOVE "P" TO FSTATUS.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           MOVE SPACES TO WS-BL-DEPOIS.
           STRING "STATUS=P COBRADO=" WS-COBRANCA
               DELIMITED BY SIZE INTO WS-BL-DEPOIS
           PERFORM GRAVA-CONDHIST-PROCEDURE.
           ADD 1 TO WS-CONT-PERDAS.
           MOVE SPACES TO SAIDA-REG.
           IF WS-FALTA-DISCOS > ZERO
               STRING "PERDA PARCIAL " FCOD FCOPIA " CPF " FACPF
                   " DISCOS FALTANTES=" WS-FALTA-DISCOS "/"
                   WS-QTD-DISCOS
                   " ATRASO(DIAS)=" WS-DIAS-ATRASO
                   " COBRADO=" WS-COBRANCA
                   DELIMITED BY SIZE INTO SAIDA-REG
               END-STRING
           ELSE
               PERFORM BAIXA-ATIVO-PROCEDURE
               STRING "PERDA " FCOD FCOPIA " CPF " FACPF
                   " ATRASO(DIAS)=" WS-DIAS-ATRASO
                   " COBRADO=" WS-COBRANCA
                   " V.CONTABIL BAIXADO=" WS-ATB-CONTABIL
                   DELIMITED BY SIZE INTO SAIDA-REG
               END-STRING
           END-IF.
           WRITE SAIDA-REG.
       CONSULTA-DISCOS-PROCEDURE.
           MOVE ZERO TO WS-FALTA-DISCOS.
           MOVE 1 TO WS-QTD-DISCOS.
           OPEN INPUT ARQ-DISCOS.
           IF WS-FS = 0
               MOVE FCOD TO DSFCOD
               MOVE FCOPIA TO DSFCOPIA
               READ ARQ-DISCOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSQTD > 1 AND DSFALTAQTD > ZERO
                           MOVE DSQTD TO WS-QTD-DISCOS
                           MOVE DSFALTAQTD TO WS-FALTA-DISCOS
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-DISCOS.
       BAIXA-ATIVO-PROCEDURE.
           MOVE FCOD TO WS-ATB-FCOD.
           MOVE FCOPIA TO WS-ATB-FCOPIA.
           MOVE FCATEGORIA TO WS-ATB-CATEGORIA.
           MOVE FCUSTO TO WS-ATB-CUSTO.
           MOVE FDTLANC TO WS-ATB-AQUIS.
           MOVE "P" TO WS-ATB-MOTIVO.
           MOVE WS-HOJE TO WS-ATB-DATA.
           MOVE ZEROES TO WS-ATB-VALOR.
           CALL "ATIVOBX" USING WS-ATB
           END-CALL.
           IF WS-ATB-RC = "E"
               DISPLAY "AVISO: BAIXA DO ATIVO NAO REGISTRADA PARA "
                   FCOD FCOPIA
           END-IF.
       LE-MULTA-CATEGORIA-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
                   MOVE WS-COBRANCA TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD WS-COBRANCA TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           OPEN EXTEND ARQ-RECEBITEM.
           IF WS-FS = "35"
               MOVE ZEROES TO HEMPID
               MOVE WS-MULTA TO HMULTA
               MOVE ZEROES TO HTRANS
               MOVE WS-CUSTO-PERDA TO HVALOR
               MOVE ZEROES TO HDESC
               MOVE ZEROES TO HPROMO
               MOVE FFILIAL TO HFILIAL
                       INVALID KEY CONTINUE
                   END-WRITE
               END-PERFORM
               IF WS-FS < 10
                   PERFORM CADEIA-HISTORICO-PROCEDURE
               END-IF
               CLOSE ARQ-HISTORICO
           END-IF.
       GRAVA-BATLOG-PROCEDURE.
               WRITE REG-CONDHIST
               CLOSE ARQ-CONDHIST
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
               MOVE "ESCALPERDA" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       CADEIA-HISTORICO-PROCEDURE.
           MOVE "HISTORICO" TO WS-CAD-ARQUIVO.
           MOVE HCHAVE TO WS-CAD-REG.
           MOVE REG-HISTORICO TO WS-CAD-IMAGEM.
           MOVE "W" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
       END PROGRAM ESCALPERDA.
