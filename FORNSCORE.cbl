       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNSCORE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCRECEBPED.
               COPY FCRMA.
               COPY FCNOTAFISC.
               COPY FCFORNSCORE.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
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
               SELECT WORK-SCORE ASSIGN TO "WRKSCO.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDRECEBPED.
           COPY FDRMA.
           COPY FDNOTAFISC.
           COPY FDFORNSCORE.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
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
           SD WORK-SCORE.
           01 WSC-REG.
               05 WSC-NOTA PIC 9(3).
               05 WSC-FORN PIC 9(4).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF-PI PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-TRIM PIC 9(5).
           77 WS-TRIM-ANO PIC 9(4).
           77 WS-TRIM-NUM PIC 9(1).
           77 WS-MES-HOJE PIC 9(2).
           77 WS-INI PIC 9(8).
           77 WS-FIM PIC 9(8).
           77 WS-DIAS PIC S9(7).
           77 WS-I PIC 9(5).
           77 WS-RANK PIC 9(3).
           77 WS-RANK-QTD PIC 9(3) VALUE ZERO.
           77 WS-VALOR-PED PIC 9(11)V99.
           77 WS-DIF PIC S9(11)V99.
           77 WS-DIF-ED PIC -9(9).99.
           77 WS-VAR-ED PIC -999.99.
           77 WS-PERC PIC S9(5)V99.
           77 WS-PONTOS PIC 9(5)V99.
           77 WS-COMP PIC 9(5)V99.
           77 WS-FORN-NOME PIC X(20).
           77 WS-FORN-OK PIC X(1).
           77 WS-SCORE-OK PIC X(1).
           77 WS-CONT-DIVERG PIC 9(5) VALUE ZERO.
           01 WS-SC-TABELA.
               05 WS-SC-REG OCCURS 9999 TIMES.
                   10 WS-SC-ITENS PIC 9(5).
                   10 WS-SC-PEDIDA PIC 9(7).
                   10 WS-SC-RECEB PIC 9(7).
                   10 WS-SC-LEAD-SOMA PIC 9(9).
                   10 WS-SC-LEAD-QTD PIC 9(5).
                   10 WS-SC-RMA PIC 9(5).
                   10 WS-SC-CRED-SOMA PIC 9(9).
                   10 WS-SC-CRED-QTD PIC 9(5).
                   10 WS-SC-NF-QTD PIC 9(5).
                   10 WS-SC-NF-DIVERG PIC 9(5).
                   10 WS-SC-NF-VALOR PIC 9(11)V99.
                   10 WS-SC-NF-PEDIDO PIC 9(11)V99.
                   10 WS-SC-LEAD PIC 9(3)V9.
                   10 WS-SC-FILL PIC 9(3)V99.
                   10 WS-SC-DEFEITO PIC 9(3)V99.
                   10 WS-SC-CREDITO PIC 9(3)V9.
                   10 WS-SC-VARIACAO PIC S9(3)V99.
                   10 WS-SC-NOTA PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               MOVE WS-HOJE (1:4) TO WS-TRIM-ANO
               MOVE WS-HOJE (5:2) TO WS-MES-HOJE
               COMPUTE WS-TRIM-NUM = (WS-MES-HOJE - 1) / 3 + 1
               IF WS-TRIM-NUM = 1
                   SUBTRACT 1 FROM WS-TRIM-ANO
                   MOVE 4 TO WS-TRIM-NUM
               ELSE
                   SUBTRACT 1 FROM WS-TRIM-NUM
               END-IF
           ELSE
               IF WS-PARM (1:5) IS NOT NUMERIC
                   DISPLAY "USO: ./FORNSCORE [AAAAT]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-PARM (1:4) TO WS-TRIM-ANO
               MOVE WS-PARM (5:1) TO WS-TRIM-NUM
           END-IF.
           IF WS-TRIM-NUM < 1 OR WS-TRIM-NUM > 4
               DISPLAY "TRIMESTRE INVALIDO (AAAAT): " WS-PARM
               STOP RUN RETURNING 8
           END-IF.
           COMPUTE WS-TRIM = WS-TRIM-ANO * 10 + WS-TRIM-NUM.
           COMPUTE WS-INI = WS-TRIM-ANO * 10000
               + ((WS-TRIM-NUM - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-FIM = WS-TRIM-ANO * 10000
               + WS-TRIM-NUM * 300 + 31.
           INITIALIZE WS-SC-TABELA.
           PERFORM VARRE-PEDIDOS-PROCEDURE.
           PERFORM VARRE-RECEBIMENTOS-PROCEDURE.
           PERFORM VARRE-RMA-PROCEDURE.
           PERFORM VARRE-NOTAS-PROCEDURE.
           PERFORM CALCULA-NOTAS-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "FORNSCORE." WS-TRIM ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "DESEMPENHO DE FORNECEDORES TRIMESTRE " WS-TRIM
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "RNK FORN NOME                 ITENS PEDID RECEB"
               " ATEND%  PRAZO   RMA DEFEI% CRED.   NFS VAR.NF% NOTA"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           OPEN INPUT ARQ-FORNECEDOR.
           IF WS-FS = 0
               MOVE "S" TO WS-FORN-OK
           ELSE
               MOVE "N" TO WS-FORN-OK
               CLOSE ARQ-FORNECEDOR
           END-IF.
           OPEN I-O ARQ-FORNSCORE.
           IF WS-FS = "35"
               CLOSE ARQ-FORNSCORE
               OPEN OUTPUT ARQ-FORNSCORE
               CLOSE ARQ-FORNSCORE
               OPEN I-O ARQ-FORNSCORE
           END-IF.
           IF WS-FS = 0
               MOVE "S" TO WS-SCORE-OK
           ELSE
               DISPLAY "ERRO AO ABRIR FORNSCORE, FS=" WS-FS
               MOVE "N" TO WS-SCORE-OK
               MOVE 4 TO WS-RC
           END-IF.
           SORT WORK-SCORE ON DESCENDING KEY WSC-NOTA
               ON ASCENDING KEY WSC-FORN
               INPUT PROCEDURE IS COLETA-RANKING-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-RANKING-PROCEDURE.
           IF WS-SCORE-OK = "S"
               CLOSE ARQ-FORNSCORE
           END-IF.
           IF WS-FORN-OK = "S"
               CLOSE ARQ-FORNECEDOR
           END-IF.
           PERFORM GRAVA-VARIACOES-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-RANK-QTD
               " FORNECEDOR(ES) AVALIADO(S)".
           STOP RUN RETURNING WS-RC.
       VARRE-PEDIDOS-PROCEDURE.
           OPEN INPUT ARQ-PEDIDO.
           IF WS-FS <> 0
               DISPLAY "SEM PEDIDOS REGISTRADOS"
               CLOSE ARQ-PEDIDO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PEDITEM.
           IF WS-FS <> 0
               CLOSE ARQ-PEDITEM
               CLOSE ARQ-PEDIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO PEDNUM.
           START ARQ-PEDIDO KEY IS GREATER THAN PEDNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PEDIDO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PEDFORN > ZERO
                   AND PEDSTATUS <> "S"
                   AND PEDDATA >= WS-INI AND PEDDATA <= WS-FIM
                   PERFORM SOMA-ITENS-PEDIDO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-PEDITEM.
           CLOSE ARQ-PEDIDO.
       SOMA-ITENS-PEDIDO-PROCEDURE.
           MOVE PEDNUM TO PINUM.
           MOVE ZEROES TO PISEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN PICHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-PI
               NOT INVALID KEY MOVE "N" TO WS-EOF-PI
           END-START.
           PERFORM UNTIL WS-EOF-PI = "Y"
               READ ARQ-PEDITEM NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-PI
               END-READ
               IF WS-EOF-PI = "N"
                   IF PINUM = PEDNUM
                       ADD 1 TO WS-SC-ITENS (PEDFORN)
                       ADD PIQTDE TO WS-SC-PEDIDA (PEDFORN)
                   ELSE
                       MOVE "Y" TO WS-EOF-PI
                   END-IF
               END-IF
           END-PERFORM.
       VARRE-RECEBIMENTOS-PROCEDURE.
           OPEN INPUT ARQ-RECEBPED.
           IF WS-FS2 <> 0
               DISPLAY "SEM RECEBIMENTOS REGISTRADOS"
               CLOSE ARQ-RECEBPED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RECEBPED
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RPFORN > ZERO
                   AND RPDTPED >= WS-INI AND RPDTPED <= WS-FIM
                   ADD RPRECEB TO WS-SC-RECEB (RPFORN)
                   IF RPDTPED > ZERO AND RPDTPED <= RPDATA
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE (RPDATA)
                           - FUNCTION INTEGER-OF-DATE (RPDTPED)
                       ADD WS-DIAS TO WS-SC-LEAD-SOMA (RPFORN)
                       ADD 1 TO WS-SC-LEAD-QTD (RPFORN)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECEBPED.
       VARRE-RMA-PROCEDURE.
           OPEN INPUT ARQ-RMA.
           IF WS-FS <> 0
               CLOSE ARQ-RMA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO RMNUM.
           START ARQ-RMA KEY IS GREATER THAN RMNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RMA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RMFORN > ZERO
                   IF RMDATA >= WS-INI AND RMDATA <= WS-FIM
                       ADD 1 TO WS-SC-RMA (RMFORN)
                   END-IF
                   IF RMCREDDATA >= WS-INI AND RMCREDDATA <= WS-FIM
                       AND RMCREDDATA >= RMDATA AND RMDATA > ZERO
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE (RMCREDDATA)
                           - FUNCTION INTEGER-OF-DATE (RMDATA)
                       ADD WS-DIAS TO WS-SC-CRED-SOMA (RMFORN)
                       ADD 1 TO WS-SC-CRED-QTD (RMFORN)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RMA.
       VARRE-NOTAS-PROCEDURE.
           OPEN INPUT ARQ-NOTAFISC.
           IF WS-FS <> 0
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PEDITEM.
           IF WS-FS <> 0
               CLOSE ARQ-PEDITEM
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO NFPEDIDO.
           MOVE ZEROES TO NFNUMERO.
           START ARQ-NOTAFISC KEY IS GREATER THAN NFCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-NOTAFISC NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND NFPEDIDO > ZERO AND NFFORN > ZERO
                   AND NFDATA >= WS-INI AND NFDATA <= WS-FIM
                   PERFORM VALOR-PEDIDO-PROCEDURE
                   IF WS-VALOR-PED > ZERO
                       ADD 1 TO WS-SC-NF-QTD (NFFORN)
                       ADD NFVALOR TO WS-SC-NF-VALOR (NFFORN)
                       ADD WS-VALOR-PED TO WS-SC-NF-PEDIDO (NFFORN)
                       IF NFVALOR <> WS-VALOR-PED
                           ADD 1 TO WS-SC-NF-DIVERG (NFFORN)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PEDITEM.
           CLOSE ARQ-NOTAFISC.
       VALOR-PEDIDO-PROCEDURE.
           MOVE ZEROES TO WS-VALOR-PED.
           MOVE NFPEDIDO TO PINUM.
           MOVE ZEROES TO PISEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN PICHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-PI
               NOT INVALID KEY MOVE "N" TO WS-EOF-PI
           END-START.
           PERFORM UNTIL WS-EOF-PI = "Y"
               READ ARQ-PEDITEM NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-PI
               END-READ
               IF WS-EOF-PI = "N"
                   IF PINUM = NFPEDIDO
                       COMPUTE WS-VALOR-PED =
                           WS-VALOR-PED + PIQTDE * PICUSTO
                   ELSE
                       MOVE "Y" TO WS-EOF-PI
                   END-IF
               END-IF
           END-PERFORM.
       CALCULA-NOTAS-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9999
               IF WS-SC-ITENS (WS-I) > ZERO
                   PERFORM CALCULA-FORNECEDOR-PROCEDURE
                   ADD 1 TO WS-RANK-QTD
               END-IF
           END-PERFORM.
       CALCULA-FORNECEDOR-PROCEDURE.
           IF WS-SC-LEAD-QTD (WS-I) > ZERO
               COMPUTE WS-SC-LEAD (WS-I) ROUNDED =
                   WS-SC-LEAD-SOMA (WS-I) / WS-SC-LEAD-QTD (WS-I)
                   ON SIZE ERROR MOVE 999.9 TO WS-SC-LEAD (WS-I)
               END-COMPUTE
           END-IF.
           IF WS-SC-PEDIDA (WS-I) > ZERO
               COMPUTE WS-SC-FILL (WS-I) ROUNDED =
                   WS-SC-RECEB (WS-I) * 100 / WS-SC-PEDIDA (WS-I)
                   ON SIZE ERROR MOVE 999.99 TO WS-SC-FILL (WS-I)
               END-COMPUTE
           END-IF.
           IF WS-SC-RECEB (WS-I) > ZERO
               COMPUTE WS-SC-DEFEITO (WS-I) ROUNDED =
                   WS-SC-RMA (WS-I) * 100 / WS-SC-RECEB (WS-I)
                   ON SIZE ERROR MOVE 999.99 TO WS-SC-DEFEITO (WS-I)
               END-COMPUTE
           ELSE
               IF WS-SC-RMA (WS-I) > ZERO
                   MOVE 100 TO WS-SC-DEFEITO (WS-I)
               END-IF
           END-IF.
           IF WS-SC-CRED-QTD (WS-I) > ZERO
               COMPUTE WS-SC-CREDITO (WS-I) ROUNDED =
                   WS-SC-CRED-SOMA (WS-I) / WS-SC-CRED-QTD (WS-I)
                   ON SIZE ERROR MOVE 999.9 TO WS-SC-CREDITO (WS-I)
               END-COMPUTE
           END-IF.
           IF WS-SC-NF-PEDIDO (WS-I) > ZERO
               COMPUTE WS-SC-VARIACAO (WS-I) ROUNDED =
                   (WS-SC-NF-VALOR (WS-I) - WS-SC-NF-PEDIDO (WS-I))
                   * 100 / WS-SC-NF-PEDIDO (WS-I)
                   ON SIZE ERROR
                       IF WS-SC-NF-VALOR (WS-I) > WS-SC-NF-PEDIDO (WS-I)
                           MOVE 999.99 TO WS-SC-VARIACAO (WS-I)
                       ELSE
                           MOVE -999.99 TO WS-SC-VARIACAO (WS-I)
                       END-IF
               END-COMPUTE
           END-IF.
           MOVE ZEROES TO WS-PONTOS.
           IF WS-SC-FILL (WS-I) > 100
               MOVE 100 TO WS-COMP
           ELSE
               MOVE WS-SC-FILL (WS-I) TO WS-COMP
           END-IF.
           COMPUTE WS-PONTOS = WS-PONTOS + WS-COMP * 0.30.
           COMPUTE WS-PERC = 100 - WS-SC-DEFEITO (WS-I) * 5.
           PERFORM LIMITA-PERC-PROCEDURE.
           COMPUTE WS-PONTOS = WS-PONTOS + WS-COMP * 0.25.
           COMPUTE WS-PERC = 100 - WS-SC-LEAD (WS-I) * 3.
           PERFORM LIMITA-PERC-PROCEDURE.
           COMPUTE WS-PONTOS = WS-PONTOS + WS-COMP * 0.20.
           COMPUTE WS-PERC = 100 - WS-SC-CREDITO (WS-I) * 2.
           PERFORM LIMITA-PERC-PROCEDURE.
           COMPUTE WS-PONTOS = WS-PONTOS + WS-COMP * 0.10.
           IF WS-SC-VARIACAO (WS-I) < ZERO
               COMPUTE WS-PERC = 100 + WS-SC-VARIACAO (WS-I) * 10
           ELSE
               COMPUTE WS-PERC = 100 - WS-SC-VARIACAO (WS-I) * 10
           END-IF.
           PERFORM LIMITA-PERC-PROCEDURE.
           COMPUTE WS-PONTOS = WS-PONTOS + WS-COMP * 0.15.
           COMPUTE WS-SC-NOTA (WS-I) ROUNDED = WS-PONTOS.
       LIMITA-PERC-PROCEDURE.
           IF WS-PERC < ZERO
               MOVE ZEROES TO WS-COMP
           ELSE
               MOVE WS-PERC TO WS-COMP
           END-IF.
       COLETA-RANKING-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9999
               IF WS-SC-ITENS (WS-I) > ZERO
                   MOVE WS-SC-NOTA (WS-I) TO WSC-NOTA
                   MOVE WS-I TO WSC-FORN
                   RELEASE WSC-REG
               END-IF
           END-PERFORM.
       GRAVA-RANKING-PROCEDURE.
           MOVE ZEROES TO WS-RANK.
           RETURN WORK-SCORE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-RANK
               MOVE WSC-FORN TO WS-I
               PERFORM GRAVA-LINHA-FORN-PROCEDURE
               IF WS-SCORE-OK = "S"
                   PERFORM GRAVA-SCORE-PROCEDURE
               END-IF
               RETURN WORK-SCORE
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
       GRAVA-LINHA-FORN-PROCEDURE.
           MOVE SPACES TO WS-FORN-NOME.
           IF WS-FORN-OK = "S"
               MOVE WS-I TO FORNCOD
               READ ARQ-FORNECEDOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FORNNOME TO WS-FORN-NOME
               END-READ
           END-IF.
           MOVE WS-SC-VARIACAO (WS-I) TO WS-VAR-ED.
           MOVE WS-I TO WSC-FORN.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-RANK " " WSC-FORN " " WS-FORN-NOME " "
               WS-SC-ITENS (WS-I) " "
               WS-SC-PEDIDA (WS-I) (3:5) " "
               WS-SC-RECEB (WS-I) (3:5) " "
               WS-SC-FILL (WS-I) " " WS-SC-LEAD (WS-I) " "
               WS-SC-RMA (WS-I) " " WS-SC-DEFEITO (WS-I) " "
               WS-SC-CREDITO (WS-I) " " WS-SC-NF-QTD (WS-I) " "
               WS-VAR-ED " " WS-SC-NOTA (WS-I)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-SCORE-PROCEDURE.
           MOVE WS-I TO FSFORN.
           MOVE WS-TRIM TO FSTRIM.
           MOVE WS-SC-ITENS (WS-I) TO FSITENS.
           MOVE WS-SC-LEAD (WS-I) TO FSLEAD.
           MOVE WS-SC-FILL (WS-I) TO FSFILL.
           MOVE WS-SC-DEFEITO (WS-I) TO FSDEFEITO.
           MOVE WS-SC-CREDITO (WS-I) TO FSCREDITO.
           MOVE WS-SC-VARIACAO (WS-I) TO FSVARIACAO.
           MOVE WS-SC-NOTA (WS-I) TO FSNOTA.
           MOVE WS-RANK TO FSRANK.
           MOVE WS-RANK-QTD TO FSRANKQTD.
           WRITE REG-FORNSCORE
               INVALID KEY
                   REWRITE REG-FORNSCORE
           END-WRITE.
       GRAVA-VARIACOES-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "VARIACOES DE PRECO NAS NOTAS FISCAIS DO TRIMESTRE"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           OPEN INPUT ARQ-NOTAFISC.
           IF WS-FS <> 0
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PEDITEM.
           IF WS-FS <> 0
               CLOSE ARQ-PEDITEM
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO NFPEDIDO.
           MOVE ZEROES TO NFNUMERO.
           START ARQ-NOTAFISC KEY IS GREATER THAN NFCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-NOTAFISC NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND NFPEDIDO > ZERO AND NFFORN > ZERO
                   AND NFDATA >= WS-INI AND NFDATA <= WS-FIM
                   PERFORM VALOR-PEDIDO-PROCEDURE
                   IF WS-VALOR-PED > ZERO AND NFVALOR <> WS-VALOR-PED
                       PERFORM GRAVA-LINHA-VARIACAO-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PEDITEM.
           CLOSE ARQ-NOTAFISC.
           IF WS-CONT-DIVERG = ZERO
               MOVE "  NENHUMA NOTA COM PRECO DIFERENTE DO PEDIDO"
                   TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       GRAVA-LINHA-VARIACAO-PROCEDURE.
           ADD 1 TO WS-CONT-DIVERG.
           COMPUTE WS-DIF = NFVALOR - WS-VALOR-PED.
           MOVE WS-DIF TO WS-DIF-ED.
           COMPUTE WS-PERC ROUNDED = WS-DIF * 100 / WS-VALOR-PED
               ON SIZE ERROR MOVE 999.99 TO WS-PERC
           END-COMPUTE.
           MOVE WS-PERC TO WS-VAR-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  FORN " NFFORN " PEDIDO " NFPEDIDO
               " NOTA " NFNUMERO " DE " NFDATA
               " PEDIDO=" WS-VALOR-PED " NOTA=" NFVALOR
               " DIF=" WS-DIF-ED " (" WS-VAR-ED "%)"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM FORNSCORE.
