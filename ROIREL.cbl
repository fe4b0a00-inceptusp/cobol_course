       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROIREL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFILME.
               COPY FCCONDHIST.
               COPY FCHISTORICO.
               COPY FCHISTARQ.
               SELECT ARQ-PEDIDO ASSIGN TO "PEDIDO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEDNUM
                   FILE STATUS IS WS-FS.
               SELECT ARQ-PEDITEM ASSIGN TO "PEDITEM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PICHAVE
                   FILE STATUS IS WS-FS.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
               SELECT WORK-ROI ASSIGN TO "WRKROI.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDCONDHIST.
           COPY FDHISTORICO.
           COPY FDHISTARQ.
           FD ARQ-PEDIDO.
           01 REG-PEDIDO.
               05 PEDNUM PIC 9(6).
               05 PEDFORN PIC 9(4).
               05 PEDDATA PIC 9(8).
               05 PEDSTATUS PIC X(1).
           FD ARQ-PEDITEM.
           01 REG-PEDITEM.
               05 PICHAVE.
                   10 PINUM PIC 9(6).
                   10 PISEQ PIC 9(3).
               05 PIFCOD PIC 9(4).
               05 PIFNOME PIC X(50).
               05 PICATEGORIA PIC X(10).
               05 PIFAIXA PIC X(10).
               05 PIQTDE PIC 9(2).
               05 PICUSTO PIC 9(7)V99.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
           SD WORK-ROI.
           01 WRO-REG.
               05 WRO-FCOD PIC 9(4).
               05 WRO-DATA PIC 9(8).
               05 WRO-TIPO PIC X(1).
               05 WRO-VALOR PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JUL-HOJE PIC 9(7).
           77 WS-ARQ-HISTARQ PIC X(50).
           77 WS-ARQ-INI PIC 9(6) VALUE ZERO.
           77 WS-ARQ-MES PIC 9(6).
           77 WS-ARQ-ANO PIC 9(4).
           77 WS-ARQ-MM PIC 9(2).
           77 WS-ANOMES-ATUAL PIC 9(6).
           77 WS-MENOR-LANC PIC 9(8) VALUE 99999999.
           77 WS-COD PIC 9(4).
           77 WS-COD-ANT PIC 9(4).
           77 WS-ACUM PIC S9(9)V99.
           77 WS-CUSTO-TIT PIC 9(9)V99.
           77 WS-I PIC 9(5).
           77 WS-J PIC 9(5).
           77 WS-FIL PIC 9(2).
           77 WS-CAT-ACHOU PIC 9(3).
           77 WS-DIAS PIC 9(7).
           77 WS-DIAS-ED PIC X(5).
           77 WS-DIAS-N PIC 9(5).
           77 WS-ROI PIC 9(5)V99.
           77 WS-POR-DIA PIC 9(5)V99.
           77 WS-SITUACAO PIC X(10).
           77 WS-RESULT PIC S9(9)V99.
           77 WS-RESULT-ED PIC -9(9).99.
           77 WS-CP-CUSTO PIC 9(7)V99.
           77 WS-CP-DANO PIC 9(7)V99.
           77 WS-CP-RECEITA PIC 9(7)V99.
           77 WS-CP-DIAS PIC 9(7).
           77 WS-RECEITA-POS PIC 9(9)V99.
           77 WS-FORN-NOME PIC X(30).
           77 WS-FORN-OK PIC X(1).
           77 WS-CONT-TITULOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-NUNCA PIC 9(5) VALUE ZERO.
           77 WS-DN-QTD PIC 9(4) VALUE ZERO.
           77 WS-CAT-QTD PIC 9(3) VALUE ZERO.
           01 WS-TT-TABELA.
               05 WS-TT-REG OCCURS 9999 TIMES.
                   10 WS-TT-NOME PIC X(25).
                   10 WS-TT-CAT PIC X(10).
                   10 WS-TT-FORN PIC 9(4).
                   10 WS-TT-PEDDATA PIC 9(8).
                   10 WS-TT-COPIAS PIC 9(3).
                   10 WS-TT-CUSTO PIC 9(9)V99.
                   10 WS-TT-DANO PIC 9(9)V99.
                   10 WS-TT-RECEITA PIC S9(9)V99.
                   10 WS-TT-DIAS PIC 9(7).
                   10 WS-TT-LANC PIC 9(8).
                   10 WS-TT-PAYBACK PIC 9(8).
           01 WS-DN-TABELA.
               05 WS-DN-REG OCCURS 3000 TIMES.
                   10 WS-DN-FCOD PIC 9(4).
                   10 WS-DN-FCOPIA PIC 9(2).
                   10 WS-DN-VALOR PIC 9(7)V99.
           01 WS-CAT-TABELA.
               05 WS-CAT-REG OCCURS 50 TIMES.
                   10 WS-CAT-NOME PIC X(10).
                   10 WS-CAT-TITULOS PIC 9(5).
                   10 WS-CAT-CUSTO PIC 9(11)V99.
                   10 WS-CAT-RECEITA PIC 9(11)V99.
                   10 WS-CAT-NUNCA PIC 9(5).
           01 WS-FO-TABELA.
               05 WS-FO-REG OCCURS 9999 TIMES.
                   10 WS-FO-TITULOS PIC 9(5).
                   10 WS-FO-CUSTO PIC 9(11)V99.
                   10 WS-FO-RECEITA PIC 9(11)V99.
                   10 WS-FO-NUNCA PIC 9(5).
           01 WS-FO-SEM.
               05 WS-FO-SEM-TITULOS PIC 9(5).
               05 WS-FO-SEM-CUSTO PIC 9(11)V99.
               05 WS-FO-SEM-RECEITA PIC 9(11)V99.
               05 WS-FO-SEM-NUNCA PIC 9(5).
           01 WS-FL-TABELA.
               05 WS-FL-REG OCCURS 99 TIMES.
                   10 WS-FL-COPIAS PIC 9(5).
                   10 WS-FL-CUSTO PIC 9(11)V99.
                   10 WS-FL-RECEITA PIC 9(11)V99.
                   10 WS-FL-NUNCA PIC 9(5).
           01 WS-GR.
               05 WS-GR-ROTULO PIC X(30).
               05 WS-GR-QTD PIC 9(5).
               05 WS-GR-CUSTO PIC 9(11)V99.
               05 WS-GR-RECEITA PIC 9(11)V99.
               05 WS-GR-NUNCA PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           COMPUTE WS-ANOMES-ATUAL = WS-HOJE / 100.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           INITIALIZE WS-TT-TABELA.
           INITIALIZE WS-FO-TABELA.
           INITIALIZE WS-FO-SEM.
           INITIALIZE WS-FL-TABELA.
           PERFORM CARREGA-COPIAS-PROCEDURE.
           IF WS-RC > 4
               STOP RUN RETURNING WS-RC
           END-IF.
           IF WS-PARM (1:6) IS NUMERIC
               MOVE WS-PARM (1:6) TO WS-ARQ-INI
           ELSE
               IF WS-MENOR-LANC < 99999999
                   COMPUTE WS-ARQ-INI = WS-MENOR-LANC / 100
               END-IF
           END-IF.
           PERFORM CARREGA-FORNECEDOR-PROCEDURE.
           PERFORM CARREGA-DANOS-PROCEDURE.
           SORT WORK-ROI ON ASCENDING KEY WRO-FCOD WRO-DATA
               INPUT PROCEDURE IS COLETA-RECEITA-PROCEDURE
               OUTPUT PROCEDURE IS APURA-PAYBACK-PROCEDURE.
           MOVE "ROIREL.TXT" TO WS-REP-ARQUIVO.
           MOVE "RETORNO E PAYBACK POR TITULO E COPIA"
               TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "  COD  TITULO                    CATEGORIA  FORN CPS"
               "       CUSTO     RECEITA   ROI-%  DIAS  R$/DIA"
               " SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           PERFORM GRAVA-TITULOS-PROCEDURE.
           PERFORM GRAVA-NUNCA-PROCEDURE.
           PERFORM GRAVA-CATEGORIAS-PROCEDURE.
           PERFORM GRAVA-FORNECEDORES-PROCEDURE.
           PERFORM GRAVA-FILIAIS-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "ROIREL.TXT GERADO, " WS-CONT-TITULOS
               " TITULO(S), " WS-CONT-NUNCA
               " SEM RETORNO DO CUSTO".
           STOP RUN RETURNING WS-RC.
       CARREGA-COPIAS-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FCOD > ZERO
                   PERFORM ACUMULA-COPIA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILMES.
       ACUMULA-COPIA-PROCEDURE.
           IF WS-TT-COPIAS (FCOD) = ZERO
               MOVE FNOME TO WS-TT-NOME (FCOD)
               MOVE FCATEGORIA TO WS-TT-CAT (FCOD)
               ADD 1 TO WS-CONT-TITULOS
           END-IF.
           ADD 1 TO WS-TT-COPIAS (FCOD).
           ADD FCUSTO TO WS-TT-CUSTO (FCOD).
           IF FDTLANC > ZERO AND FDTLANC <= WS-HOJE
               COMPUTE WS-DIAS = WS-JUL-HOJE
                   - FUNCTION INTEGER-OF-DATE (FDTLANC) + 1
               ADD WS-DIAS TO WS-TT-DIAS (FCOD)
               IF WS-TT-LANC (FCOD) = ZERO
                   OR FDTLANC < WS-TT-LANC (FCOD)
                   MOVE FDTLANC TO WS-TT-LANC (FCOD)
               END-IF
               IF FDTLANC < WS-MENOR-LANC
                   MOVE FDTLANC TO WS-MENOR-LANC
               END-IF
           END-IF.
       CARREGA-FORNECEDOR-PROCEDURE.
           OPEN INPUT ARQ-PEDITEM.
           IF WS-FS <> 0
               CLOSE ARQ-PEDITEM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PEDIDO.
           IF WS-FS <> 0
               CLOSE ARQ-PEDIDO
               CLOSE ARQ-PEDITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PEDITEM NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PIFCOD > ZERO
                   MOVE PINUM TO PEDNUM
                   READ ARQ-PEDIDO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PEDDATA >= WS-TT-PEDDATA (PIFCOD)
                               MOVE PEDDATA TO WS-TT-PEDDATA (PIFCOD)
                               MOVE PEDFORN TO WS-TT-FORN (PIFCOD)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-PEDIDO.
           CLOSE ARQ-PEDITEM.
       CARREGA-DANOS-PROCEDURE.
           OPEN INPUT ARQ-CONDHIST.
           IF WS-FS <> 0
               CLOSE ARQ-CONDHIST
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONDHIST
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND CHFCOD > ZERO
                   AND (CHSTATUS = "D" OR CHSTATUS = "P"
                   OR CHSTATUS = "R")
                   AND CHVALOR > ZEROES
                   ADD CHVALOR TO WS-TT-DANO (CHFCOD)
                   PERFORM ACUMULA-DANO-COPIA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONDHIST.
       ACUMULA-DANO-COPIA-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DN-QTD
               IF WS-DN-FCOD (WS-I) = CHFCOD
                   AND WS-DN-FCOPIA (WS-I) = CHFCOPIA
                   ADD CHVALOR TO WS-DN-VALOR (WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-DN-QTD < 3000
               ADD 1 TO WS-DN-QTD
               MOVE CHFCOD TO WS-DN-FCOD (WS-DN-QTD)
               MOVE CHFCOPIA TO WS-DN-FCOPIA (WS-DN-QTD)
               MOVE CHVALOR TO WS-DN-VALOR (WS-DN-QTD)
           END-IF.
       COLETA-RECEITA-PROCEDURE.
           IF WS-ARQ-INI > ZEROES
               MOVE WS-ARQ-INI TO WS-ARQ-MES
               PERFORM UNTIL WS-ARQ-MES > WS-ANOMES-ATUAL
                   PERFORM COLETA-ARQUIVO-PROCEDURE
                   COMPUTE WS-ARQ-ANO = WS-ARQ-MES / 100
                   COMPUTE WS-ARQ-MM =
                       WS-ARQ-MES - (WS-ARQ-ANO * 100)
                   IF WS-ARQ-MM = 12
                       COMPUTE WS-ARQ-MES = (WS-ARQ-ANO + 1) * 100 + 1
                   ELSE
                       ADD 1 TO WS-ARQ-MES
                   END-IF
               END-PERFORM
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               DISPLAY "HISTORICO NAO DISPONIVEL, FS=" WS-FS
               CLOSE ARQ-HISTORICO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND HCOD > ZERO
                   AND (HTIPO = "A" OR HTIPO = "E")
                   AND HVALOR > ZEROES
                   MOVE HCOD TO WRO-FCOD
                   MOVE HDATA TO WRO-DATA
                   MOVE HTIPO TO WRO-TIPO
                   MOVE HVALOR TO WRO-VALOR
                   RELEASE WRO-REG
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       COLETA-ARQUIVO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-HISTARQ.
           STRING "HISTARQ." WS-ARQ-MES
               DELIMITED BY SIZE INTO WS-ARQ-HISTARQ
           END-STRING.
           OPEN INPUT ARQ-HISTARQ.
           IF WS-FS <> 0
               CLOSE ARQ-HISTARQ
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTARQ NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND HACOD > ZERO
                   AND (HATIPO = "A" OR HATIPO = "E")
                   AND HAVALOR > ZEROES
                   MOVE HACOD TO WRO-FCOD
                   MOVE HADATA TO WRO-DATA
                   MOVE HATIPO TO WRO-TIPO
                   MOVE HAVALOR TO WRO-VALOR
                   RELEASE WRO-REG
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTARQ.
       APURA-PAYBACK-PROCEDURE.
           MOVE ZEROES TO WS-COD-ANT.
           MOVE ZEROES TO WS-ACUM.
           RETURN WORK-ROI
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WRO-FCOD <> WS-COD-ANT
                   MOVE WRO-FCOD TO WS-COD-ANT
                   MOVE ZEROES TO WS-ACUM
                   COMPUTE WS-CUSTO-TIT = WS-TT-CUSTO (WRO-FCOD)
                       + WS-TT-DANO (WRO-FCOD)
               END-IF
               IF WRO-TIPO = "A"
                   ADD WRO-VALOR TO WS-ACUM
               ELSE
                   SUBTRACT WRO-VALOR FROM WS-ACUM
               END-IF
               MOVE WS-ACUM TO WS-TT-RECEITA (WRO-FCOD)
               IF WS-TT-PAYBACK (WRO-FCOD) = ZERO
                   AND WS-CUSTO-TIT > ZERO
                   AND WS-ACUM >= WS-CUSTO-TIT
                   MOVE WRO-DATA TO WS-TT-PAYBACK (WRO-FCOD)
               END-IF
               IF WS-TT-LANC (WRO-FCOD) = ZERO
                   MOVE WRO-DATA TO WS-TT-LANC (WRO-FCOD)
               END-IF
               RETURN WORK-ROI
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
       GRAVA-TITULOS-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-COD-ANT.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FCOD > ZERO
                   IF FCOD <> WS-COD-ANT
                       MOVE FCOD TO WS-COD-ANT
                       MOVE FCOD TO WS-COD
                       PERFORM GRAVA-LINHA-TITULO-PROCEDURE
                   END-IF
                   PERFORM GRAVA-LINHA-COPIA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILMES.
       GRAVA-LINHA-TITULO-PROCEDURE.
           COMPUTE WS-CUSTO-TIT = WS-TT-CUSTO (WS-COD)
               + WS-TT-DANO (WS-COD).
           IF WS-TT-RECEITA (WS-COD) > ZERO
               MOVE WS-TT-RECEITA (WS-COD) TO WS-RECEITA-POS
           ELSE
               MOVE ZEROES TO WS-RECEITA-POS
           END-IF.
           MOVE ZEROES TO WS-ROI.
           IF WS-CUSTO-TIT > ZERO
               COMPUTE WS-ROI ROUNDED =
                   WS-RECEITA-POS * 100 / WS-CUSTO-TIT
                   ON SIZE ERROR MOVE 99999.99 TO WS-ROI
               END-COMPUTE
           END-IF.
           MOVE ZEROES TO WS-POR-DIA.
           IF WS-TT-DIAS (WS-COD) > ZERO
               COMPUTE WS-POR-DIA ROUNDED =
                   WS-RECEITA-POS / WS-TT-DIAS (WS-COD)
           END-IF.
           IF WS-TT-PAYBACK (WS-COD) > ZERO
               AND WS-TT-LANC (WS-COD) > ZERO
               AND WS-TT-PAYBACK (WS-COD) >= WS-TT-LANC (WS-COD)
               COMPUTE WS-DIAS-N =
                   FUNCTION INTEGER-OF-DATE (WS-TT-PAYBACK (WS-COD))
                   - FUNCTION INTEGER-OF-DATE (WS-TT-LANC (WS-COD))
               MOVE WS-DIAS-N TO WS-DIAS-ED
               MOVE "RECUPERADO" TO WS-SITUACAO
           ELSE
               IF WS-CUSTO-TIT = ZERO
                   MOVE "  -  " TO WS-DIAS-ED
                   MOVE "SEM CUSTO" TO WS-SITUACAO
               ELSE
                   MOVE "NUNCA" TO WS-DIAS-ED
                   MOVE "NAO RECUP." TO WS-SITUACAO
                   ADD 1 TO WS-CONT-NUNCA
               END-IF
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "T " WS-COD " " WS-TT-NOME (WS-COD) " "
               WS-TT-CAT (WS-COD) " " WS-TT-FORN (WS-COD) " "
               WS-TT-COPIAS (WS-COD) " " WS-CUSTO-TIT " "
               WS-RECEITA-POS " " WS-ROI " " WS-DIAS-ED " "
               WS-POR-DIA " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM ACUMULA-CATEGORIA-PROCEDURE.
           IF WS-TT-FORN (WS-COD) > ZERO
               ADD 1 TO WS-FO-TITULOS (WS-TT-FORN (WS-COD))
               ADD WS-CUSTO-TIT TO WS-FO-CUSTO (WS-TT-FORN (WS-COD))
               ADD WS-RECEITA-POS TO
                   WS-FO-RECEITA (WS-TT-FORN (WS-COD))
               IF WS-SITUACAO = "NAO RECUP."
                   ADD 1 TO WS-FO-NUNCA (WS-TT-FORN (WS-COD))
               END-IF
           ELSE
               ADD 1 TO WS-FO-SEM-TITULOS
               ADD WS-CUSTO-TIT TO WS-FO-SEM-CUSTO
               ADD WS-RECEITA-POS TO WS-FO-SEM-RECEITA
               IF WS-SITUACAO = "NAO RECUP."
                   ADD 1 TO WS-FO-SEM-NUNCA
               END-IF
           END-IF.
       ACUMULA-CATEGORIA-PROCEDURE.
           MOVE ZERO TO WS-CAT-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-QTD
               IF WS-CAT-NOME (WS-I) = WS-TT-CAT (WS-COD)
                   MOVE WS-I TO WS-CAT-ACHOU
                   MOVE WS-CAT-QTD TO WS-I
               END-IF
           END-PERFORM.
           IF WS-CAT-ACHOU = ZERO AND WS-CAT-QTD < 50
               ADD 1 TO WS-CAT-QTD
               MOVE WS-CAT-QTD TO WS-CAT-ACHOU
               MOVE WS-TT-CAT (WS-COD) TO WS-CAT-NOME (WS-CAT-ACHOU)
               MOVE ZEROES TO WS-CAT-TITULOS (WS-CAT-ACHOU)
               MOVE ZEROES TO WS-CAT-CUSTO (WS-CAT-ACHOU)
               MOVE ZEROES TO WS-CAT-RECEITA (WS-CAT-ACHOU)
               MOVE ZEROES TO WS-CAT-NUNCA (WS-CAT-ACHOU)
           END-IF.
           IF WS-CAT-ACHOU > ZERO
               ADD 1 TO WS-CAT-TITULOS (WS-CAT-ACHOU)
               ADD WS-CUSTO-TIT TO WS-CAT-CUSTO (WS-CAT-ACHOU)
               ADD WS-RECEITA-POS TO WS-CAT-RECEITA (WS-CAT-ACHOU)
               IF WS-SITUACAO = "NAO RECUP."
                   ADD 1 TO WS-CAT-NUNCA (WS-CAT-ACHOU)
               END-IF
           END-IF.
       GRAVA-LINHA-COPIA-PROCEDURE.
           MOVE ZEROES TO WS-CP-DANO.
           IF WS-TT-DANO (FCOD) > ZERO
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DN-QTD
                   IF WS-DN-FCOD (WS-I) = FCOD
                       AND WS-DN-FCOPIA (WS-I) = FCOPIA
                       MOVE WS-DN-VALOR (WS-I) TO WS-CP-DANO
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-CP-CUSTO = FCUSTO + WS-CP-DANO.
           MOVE ZEROES TO WS-CP-RECEITA.
           IF WS-TT-RECEITA (FCOD) > ZERO
               COMPUTE WS-CP-RECEITA ROUNDED =
                   WS-TT-RECEITA (FCOD) / WS-TT-COPIAS (FCOD)
           END-IF.
           MOVE ZEROES TO WS-CP-DIAS.
           IF FDTLANC > ZERO AND FDTLANC <= WS-HOJE
               COMPUTE WS-CP-DIAS = WS-JUL-HOJE
                   - FUNCTION INTEGER-OF-DATE (FDTLANC) + 1
           END-IF.
           MOVE ZEROES TO WS-POR-DIA.
           IF WS-CP-DIAS > ZERO
               COMPUTE WS-POR-DIA ROUNDED =
                   WS-CP-RECEITA / WS-CP-DIAS
           END-IF.
           MOVE ZEROES TO WS-ROI.
           IF WS-CP-CUSTO > ZERO
               COMPUTE WS-ROI ROUNDED =
                   WS-CP-RECEITA * 100 / WS-CP-CUSTO
                   ON SIZE ERROR MOVE 99999.99 TO WS-ROI
               END-COMPUTE
           END-IF.
           IF WS-CP-CUSTO = ZERO
               MOVE "  -  " TO WS-DIAS-ED
               MOVE "SEM CUSTO" TO WS-SITUACAO
           ELSE
               IF WS-CP-RECEITA >= WS-CP-CUSTO AND WS-POR-DIA > ZERO
                   COMPUTE WS-DIAS-N ROUNDED =
                       WS-CP-CUSTO / WS-POR-DIA
                       ON SIZE ERROR MOVE 99999 TO WS-DIAS-N
                   END-COMPUTE
                   MOVE WS-DIAS-N TO WS-DIAS-ED
                   MOVE "RECUPERADO" TO WS-SITUACAO
               ELSE
                   MOVE "NUNCA" TO WS-DIAS-ED
                   MOVE "NAO RECUP." TO WS-SITUACAO
               END-IF
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "    COPIA " FCOPIA " FILIAL " FFILIAL
               " LANC " FDTLANC " ST " FSTATUS "      "
               WS-CP-CUSTO "   " WS-CP-RECEITA " " WS-ROI " "
               WS-DIAS-ED " " WS-POR-DIA " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE FFILIAL TO WS-FIL.
           IF WS-FIL = ZERO
               MOVE 1 TO WS-FIL
           END-IF.
           ADD 1 TO WS-FL-COPIAS (WS-FIL).
           ADD WS-CP-CUSTO TO WS-FL-CUSTO (WS-FIL).
           ADD WS-CP-RECEITA TO WS-FL-RECEITA (WS-FIL).
           IF WS-SITUACAO = "NAO RECUP."
               ADD 1 TO WS-FL-NUNCA (WS-FIL)
           END-IF.
       GRAVA-NUNCA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "TITULOS QUE NAO RECUPERARAM O CUSTO" TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9999
               IF WS-TT-COPIAS (WS-J) > ZERO
                   AND WS-TT-PAYBACK (WS-J) = ZERO
                   AND WS-TT-CUSTO (WS-J) + WS-TT-DANO (WS-J) > ZERO
                   COMPUTE WS-RESULT = WS-TT-RECEITA (WS-J)
                       - WS-TT-CUSTO (WS-J) - WS-TT-DANO (WS-J)
                   MOVE WS-RESULT TO WS-RESULT-ED
                   MOVE SPACES TO WS-REP-LINHA
                   STRING "  " WS-J " " WS-TT-NOME (WS-J) " "
                       WS-TT-CAT (WS-J) " FORN " WS-TT-FORN (WS-J)
                       " COPIAS " WS-TT-COPIAS (WS-J)
                       " FALTA RECUPERAR " WS-RESULT-ED
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
           END-PERFORM.
       GRAVA-CABECALHO-GRUPO-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-GR-ROTULO
               "  QTD          CUSTO        RECEITA   ROI-% NAO-REC"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-LINHA-GRUPO-PROCEDURE.
           MOVE ZEROES TO WS-ROI.
           IF WS-GR-CUSTO > ZERO
               COMPUTE WS-ROI ROUNDED =
                   WS-GR-RECEITA * 100 / WS-GR-CUSTO
                   ON SIZE ERROR MOVE 99999.99 TO WS-ROI
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-GR-ROTULO " " WS-GR-QTD " " WS-GR-CUSTO " "
               WS-GR-RECEITA " " WS-ROI " " WS-GR-NUNCA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-CATEGORIAS-PROCEDURE.
           MOVE "POR CATEGORIA (TITULOS)" TO WS-GR-ROTULO.
           PERFORM GRAVA-CABECALHO-GRUPO-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CAT-QTD
               MOVE WS-CAT-NOME (WS-I) TO WS-GR-ROTULO
               MOVE WS-CAT-TITULOS (WS-I) TO WS-GR-QTD
               MOVE WS-CAT-CUSTO (WS-I) TO WS-GR-CUSTO
               MOVE WS-CAT-RECEITA (WS-I) TO WS-GR-RECEITA
               MOVE WS-CAT-NUNCA (WS-I) TO WS-GR-NUNCA
               PERFORM GRAVA-LINHA-GRUPO-PROCEDURE
           END-PERFORM.
       GRAVA-FORNECEDORES-PROCEDURE.
           MOVE "POR FORNECEDOR (TITULOS)" TO WS-GR-ROTULO.
           PERFORM GRAVA-CABECALHO-GRUPO-PROCEDURE.
           OPEN INPUT ARQ-FORNECEDOR.
           IF WS-FS = 0
               MOVE "S" TO WS-FORN-OK
           ELSE
               MOVE "N" TO WS-FORN-OK
               CLOSE ARQ-FORNECEDOR
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9999
               IF WS-FO-TITULOS (WS-J) > ZERO
                   MOVE SPACES TO WS-FORN-NOME
                   IF WS-FORN-OK = "S"
                       MOVE WS-J TO FORNCOD
                       READ ARQ-FORNECEDOR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FORNNOME TO WS-FORN-NOME
                       END-READ
                   END-IF
                   MOVE SPACES TO WS-GR-ROTULO
                   MOVE WS-J TO WS-COD
                   STRING WS-COD " " WS-FORN-NOME
                       DELIMITED BY SIZE INTO WS-GR-ROTULO
                   END-STRING
                   MOVE WS-FO-TITULOS (WS-J) TO WS-GR-QTD
                   MOVE WS-FO-CUSTO (WS-J) TO WS-GR-CUSTO
                   MOVE WS-FO-RECEITA (WS-J) TO WS-GR-RECEITA
                   MOVE WS-FO-NUNCA (WS-J) TO WS-GR-NUNCA
                   PERFORM GRAVA-LINHA-GRUPO-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-FORN-OK = "S"
               CLOSE ARQ-FORNECEDOR
           END-IF.
           IF WS-FO-SEM-TITULOS > ZERO
               MOVE "SEM PEDIDO DE COMPRA" TO WS-GR-ROTULO
               MOVE WS-FO-SEM-TITULOS TO WS-GR-QTD
               MOVE WS-FO-SEM-CUSTO TO WS-GR-CUSTO
               MOVE WS-FO-SEM-RECEITA TO WS-GR-RECEITA
               MOVE WS-FO-SEM-NUNCA TO WS-GR-NUNCA
               PERFORM GRAVA-LINHA-GRUPO-PROCEDURE
           END-IF.
       GRAVA-FILIAIS-PROCEDURE.
           MOVE "POR FILIAL (COPIAS)" TO WS-GR-ROTULO.
           PERFORM GRAVA-CABECALHO-GRUPO-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               IF WS-FL-COPIAS (WS-I) > ZERO
                   MOVE WS-I TO WS-FIL
                   MOVE SPACES TO WS-GR-ROTULO
                   STRING "FILIAL " WS-FIL
                       DELIMITED BY SIZE INTO WS-GR-ROTULO
                   END-STRING
                   MOVE WS-FL-COPIAS (WS-I) TO WS-GR-QTD
                   MOVE WS-FL-CUSTO (WS-I) TO WS-GR-CUSTO
                   MOVE WS-FL-RECEITA (WS-I) TO WS-GR-RECEITA
                   MOVE WS-FL-NUNCA (WS-I) TO WS-GR-NUNCA
                   PERFORM GRAVA-LINHA-GRUPO-PROCEDURE
               END-IF
           END-PERFORM.
       END PROGRAM ROIREL.
