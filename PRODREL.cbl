       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODREL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCPRODUTO.
               COPY FCPRODEST.
               COPY FCPRODMOV.
               SELECT WORK-REPOS ASSIGN TO "WRKPRR.DAT".
               SELECT WORK-VENDA ASSIGN TO "WRKPRV.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDPRODUTO.
           COPY FDPRODEST.
           COPY FDPRODMOV.
           SD WORK-REPOS.
           01 WRR-REG.
               05 WRR-FILIAL PIC 9(2).
               05 WRR-COD PIC 9(6).
               05 WRR-SALDO PIC S9(7).
               05 WRR-MINIMO PIC 9(5).
               05 WRR-ULTENT PIC 9(8).
           SD WORK-VENDA.
           01 WRV-REG.
               05 WRV-FILIAL PIC 9(2).
               05 WRV-COD PIC 9(6).
               05 WRV-TIPO PIC X(1).
               05 WRV-QTD PIC S9(5).
               05 WRV-VALOR PIC 9(7)V99.
               05 WRV-CUSTO PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-MES PIC 9(6).
           77 WS-MES-ANO PIC 9(4).
           77 WS-MES-NUM PIC 9(2).
           77 WS-SO-MENSAL PIC X(1) VALUE "N".
           77 WS-DESC PIC X(30).
           77 WS-SALDO-ED PIC -(6)9.
           77 WS-COMPRAR PIC 9(7).
           77 WS-CONT-REPOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-PROD PIC 9(5) VALUE ZERO.
           77 WS-FILIAL-ANT PIC 9(2).
           77 WS-COD-ANT PIC 9(6).
           77 WS-PRIMEIRO PIC X(1).
           77 WS-MARGEM PIC S9(9)V99.
           77 WS-MARGEM-ED PIC -(8)9.99.
           77 WS-PERC PIC S9(5)V99.
           77 WS-PERC-ED PIC -(4)9.99.
           77 WS-AJUSTE-ED PIC -(8)9.99.
           01 WS-AC-PROD.
               05 WS-AP-QTD PIC 9(7).
               05 WS-AP-VALOR PIC 9(9)V99.
               05 WS-AP-CUSTO PIC 9(9)V99.
           01 WS-AC-FILIAL.
               05 WS-AF-QTD PIC 9(7).
               05 WS-AF-VALOR PIC 9(9)V99.
               05 WS-AF-CUSTO PIC 9(9)V99.
               05 WS-AF-AJUSTE PIC S9(9)V99.
           01 WS-AC-GERAL.
               05 WS-AG-QTD PIC 9(7).
               05 WS-AG-VALOR PIC 9(11)V99.
               05 WS-AG-CUSTO PIC 9(11)V99.
               05 WS-AG-AJUSTE PIC S9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               MOVE WS-HOJE (1:4) TO WS-MES-ANO
               MOVE WS-HOJE (5:2) TO WS-MES-NUM
               IF WS-MES-NUM = 1
                   SUBTRACT 1 FROM WS-MES-ANO
                   MOVE 12 TO WS-MES-NUM
               ELSE
                   SUBTRACT 1 FROM WS-MES-NUM
               END-IF
           ELSE
               IF WS-PARM (1:6) IS NOT NUMERIC
                   DISPLAY "USO: ./PRODREL [AAAAMM]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE "S" TO WS-SO-MENSAL
               MOVE WS-PARM (1:4) TO WS-MES-ANO
               MOVE WS-PARM (5:2) TO WS-MES-NUM
           END-IF.
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
               DISPLAY "MES INVALIDO (AAAAMM): " WS-PARM
               STOP RUN RETURNING 8
           END-IF.
           COMPUTE WS-MES = WS-MES-ANO * 100 + WS-MES-NUM.
           OPEN INPUT ARQ-PRODUTO.
           IF WS-FS <> 0
               DISPLAY "SEM PRODUTOS CADASTRADOS"
               CLOSE ARQ-PRODUTO
               STOP RUN RETURNING 0
           END-IF.
           IF WS-SO-MENSAL = "N"
               PERFORM REPOSICAO-PROCEDURE
           END-IF.
           IF WS-SO-MENSAL = "S" OR WS-HOJE (7:2) = "01"
               PERFORM MENSAL-PROCEDURE
           END-IF.
           CLOSE ARQ-PRODUTO.
           STOP RUN RETURNING WS-RC.
       REPOSICAO-PROCEDURE.
           SORT WORK-REPOS ON ASCENDING KEY WRR-FILIAL
               ASCENDING KEY WRR-COD
               INPUT PROCEDURE IS COLETA-REPOSICAO-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-REPOSICAO-PROCEDURE.
           DISPLAY "REPOSICAO.TXT GERADO, " WS-CONT-REPOS
               " PRODUTO(S) ABAIXO DO MINIMO".
       COLETA-REPOSICAO-PROCEDURE.
           OPEN INPUT ARQ-PRODEST.
           IF WS-FS <> 0
               CLOSE ARQ-PRODEST
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PRODEST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PEMINIMO > ZEROES
                   AND PESALDO < PEMINIMO
                   MOVE PEFILIAL TO WRR-FILIAL
                   MOVE PECOD TO WRR-COD
                   MOVE PESALDO TO WRR-SALDO
                   MOVE PEMINIMO TO WRR-MINIMO
                   MOVE PEULTENT TO WRR-ULTENT
                   RELEASE WRR-REG
               END-IF
           END-PERFORM.
           CLOSE ARQ-PRODEST.
       GRAVA-REPOSICAO-PROCEDURE.
           MOVE "REPOSICAO.TXT" TO WS-REP-ARQUIVO.
           MOVE "PRODUTOS ABAIXO DO ESTOQUE MINIMO" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FL CODIGO DESCRICAO                        SALDO"
               " MINIMO COMPRAR ULT.ENTR"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           RETURN WORK-REPOS
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE WRR-COD TO WS-COD-ANT
               PERFORM DESCRICAO-PROCEDURE
               COMPUTE WS-COMPRAR = WRR-MINIMO - WRR-SALDO
               MOVE WRR-SALDO TO WS-SALDO-ED
               MOVE SPACES TO WS-REP-LINHA
               STRING WRR-FILIAL " " WRR-COD " " WS-DESC " "
                   WS-SALDO-ED " " WRR-MINIMO " " WS-COMPRAR " "
                   WRR-ULTENT
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
               ADD 1 TO WS-CONT-REPOS
               RETURN WORK-REPOS
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL: " WS-CONT-REPOS " PRODUTO(S) A REPOR"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       DESCRICAO-PROCEDURE.
           MOVE SPACES TO WS-DESC.
           MOVE WS-COD-ANT TO PDCOD.
           READ ARQ-PRODUTO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PDDESC TO WS-DESC
           END-READ.
       MENSAL-PROCEDURE.
           INITIALIZE WS-AC-GERAL.
           SORT WORK-VENDA ON ASCENDING KEY WRV-FILIAL
               ASCENDING KEY WRV-COD
               INPUT PROCEDURE IS COLETA-VENDAS-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-VENDAS-PROCEDURE.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-CONT-PROD
               " LINHA(S) DE PRODUTO".
       COLETA-VENDAS-PROCEDURE.
           OPEN INPUT ARQ-PRODMOV.
           IF WS-FS <> 0
               DISPLAY "SEM MOVIMENTO DE PRODUTOS"
               CLOSE ARQ-PRODMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PRODMOV
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PMDATA (1:6) = WS-MES
                   AND (PMTIPO = "V" OR PMTIPO = "A")
                   MOVE PMFILIAL TO WRV-FILIAL
                   MOVE PMCOD TO WRV-COD
                   MOVE PMTIPO TO WRV-TIPO
                   MOVE PMQTD TO WRV-QTD
                   MOVE PMVALOR TO WRV-VALOR
                   MOVE PMCUSTO TO WRV-CUSTO
                   RELEASE WRV-REG
               END-IF
           END-PERFORM.
           CLOSE ARQ-PRODMOV.
       GRAVA-VENDAS-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "PRODREL." WS-MES ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "VENDAS E MARGEM DE PRODUTOS " WS-MES
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FL CODIGO DESCRICAO                         QTDE"
               "     RECEITA       CUSTO       MARGEM    MARG%"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE "S" TO WS-PRIMEIRO.
           INITIALIZE WS-AC-PROD.
           INITIALIZE WS-AC-FILIAL.
           RETURN WORK-VENDA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PRIMEIRO = "S"
                   MOVE "N" TO WS-PRIMEIRO
                   MOVE WRV-FILIAL TO WS-FILIAL-ANT
                   MOVE WRV-COD TO WS-COD-ANT
               END-IF
               IF WRV-FILIAL <> WS-FILIAL-ANT
                   OR WRV-COD <> WS-COD-ANT
                   PERFORM GRAVA-LINHA-PRODUTO-PROCEDURE
                   MOVE WRV-COD TO WS-COD-ANT
               END-IF
               IF WRV-FILIAL <> WS-FILIAL-ANT
                   PERFORM GRAVA-SUBTOTAL-PROCEDURE
                   MOVE WRV-FILIAL TO WS-FILIAL-ANT
               END-IF
               IF WRV-TIPO = "V"
                   COMPUTE WS-AP-QTD = WS-AP-QTD - WRV-QTD
                   ADD WRV-VALOR TO WS-AP-VALOR
                   ADD WRV-CUSTO TO WS-AP-CUSTO
               ELSE
                   IF WRV-QTD < ZEROES
                       SUBTRACT WRV-CUSTO FROM WS-AF-AJUSTE
                   ELSE
                       ADD WRV-CUSTO TO WS-AF-AJUSTE
                   END-IF
               END-IF
               RETURN WORK-VENDA
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM GRAVA-LINHA-PRODUTO-PROCEDURE
               PERFORM GRAVA-SUBTOTAL-PROCEDURE
           END-IF.
           COMPUTE WS-MARGEM = WS-AG-VALOR - WS-AG-CUSTO.
           MOVE WS-MARGEM TO WS-MARGEM-ED.
           IF WS-AG-VALOR > ZEROES
               COMPUTE WS-PERC ROUNDED = WS-MARGEM * 100 / WS-AG-VALOR
           ELSE
               MOVE ZEROES TO WS-PERC
           END-IF.
           MOVE WS-PERC TO WS-PERC-ED.
           MOVE WS-AG-AJUSTE TO WS-AJUSTE-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL GERAL: QTDE=" WS-AG-QTD
               " RECEITA=" WS-AG-VALOR " CUSTO=" WS-AG-CUSTO
               " MARGEM=" WS-MARGEM-ED " (" WS-PERC-ED "%)"
               " AJUSTES=" WS-AJUSTE-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-LINHA-PRODUTO-PROCEDURE.
           IF WS-AP-QTD = ZEROES AND WS-AP-VALOR = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM DESCRICAO-PROCEDURE.
           COMPUTE WS-MARGEM = WS-AP-VALOR - WS-AP-CUSTO.
           MOVE WS-MARGEM TO WS-MARGEM-ED.
           IF WS-AP-VALOR > ZEROES
               COMPUTE WS-PERC ROUNDED = WS-MARGEM * 100 / WS-AP-VALOR
           ELSE
               MOVE ZEROES TO WS-PERC
           END-IF.
           MOVE WS-PERC TO WS-PERC-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-FILIAL-ANT " " WS-COD-ANT " " WS-DESC " "
               WS-AP-QTD " " WS-AP-VALOR " " WS-AP-CUSTO " "
               WS-MARGEM-ED " " WS-PERC-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           ADD 1 TO WS-CONT-PROD.
           ADD WS-AP-QTD TO WS-AF-QTD.
           ADD WS-AP-VALOR TO WS-AF-VALOR.
           ADD WS-AP-CUSTO TO WS-AF-CUSTO.
           INITIALIZE WS-AC-PROD.
       GRAVA-SUBTOTAL-PROCEDURE.
           COMPUTE WS-MARGEM = WS-AF-VALOR - WS-AF-CUSTO.
           MOVE WS-MARGEM TO WS-MARGEM-ED.
           IF WS-AF-VALOR > ZEROES
               COMPUTE WS-PERC ROUNDED = WS-MARGEM * 100 / WS-AF-VALOR
           ELSE
               MOVE ZEROES TO WS-PERC
           END-IF.
           MOVE WS-PERC TO WS-PERC-ED.
           MOVE WS-AF-AJUSTE TO WS-AJUSTE-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  FILIAL " WS-FILIAL-ANT ": QTDE=" WS-AF-QTD
               " RECEITA=" WS-AF-VALOR " CUSTO=" WS-AF-CUSTO
               " MARGEM=" WS-MARGEM-ED " (" WS-PERC-ED "%)"
               " AJUSTES=" WS-AJUSTE-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           ADD WS-AF-QTD TO WS-AG-QTD.
           ADD WS-AF-VALOR TO WS-AG-VALOR.
           ADD WS-AF-CUSTO TO WS-AG-CUSTO.
           ADD WS-AF-AJUSTE TO WS-AG-AJUSTE.
           INITIALIZE WS-AC-FILIAL.
       END PROGRAM PRODREL.
