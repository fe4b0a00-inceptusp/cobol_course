       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPASSE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCREPARTE.
               COPY FCFILME.
               COPY FCHISTORICO.
               COPY FCNOTAFISC.
               COPY FCSEQUENCIA.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
           COPY FDREPARTE.
           COPY FDFILME.
           COPY FDHISTORICO.
           COPY FDNOTAFISC.
           COPY FDSEQUENCIA.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-INI-MES PIC 9(8).
           77 WS-FIM-MES PIC 9(8).
           77 WS-PROX-MES PIC 9(8).
           77 WS-LIM-AVISO PIC 9(8).
           77 WS-NF-VENCTO PIC 9(8).
           77 WS-NF-NUMERO PIC 9(9).
           77 WS-AC-QTD PIC 9(3) VALUE ZERO.
           77 WS-AC-I PIC 9(3).
           77 WS-FO-QTD PIC 9(3) VALUE ZERO.
           77 WS-FO-I PIC 9(3).
           77 WS-FO-ACHOU PIC 9(3).
           77 WS-FORN-NOME PIC X(30).
           77 WS-CONT-NOTAS PIC 9(3) VALUE ZERO.
           77 WS-CONT-FIM PIC 9(5) VALUE ZERO.
           77 WS-TOT-REPASSE PIC 9(11)V99 VALUE ZERO.
           77 WS-COPIAS-ED PIC Z9.
           77 WS-RECEITA-ED PIC -9(9).99.
           77 WS-SIT-COPIA PIC X(10).
           77 WS-SIT-PRAZO PIC X(8).
           01 WS-COMP.
               05 WS-COMP-ANO PIC 9(4).
               05 WS-COMP-MES PIC 9(2).
           01 WS-COMP-N REDEFINES WS-COMP PIC 9(6).
           01 WS-DT-AUX.
               05 WS-DT-ANO PIC 9(4).
               05 WS-DT-MES PIC 9(2).
               05 WS-DT-DIA PIC 9(2).
           01 WS-DT-AUX-N REDEFINES WS-DT-AUX PIC 9(8).
           01 WS-AC-TABELA.
               05 WS-AC-REG OCCURS 300 TIMES.
                   10 WS-AC-FCOD PIC 9(4).
                   10 WS-AC-FCOPIA PIC 9(2).
                   10 WS-AC-FORN PIC 9(4).
                   10 WS-AC-PERC PIC 9(2)V99.
                   10 WS-AC-INICIO PIC 9(8).
                   10 WS-AC-LIMITE PIC 9(8).
                   10 WS-AC-NOME PIC X(30).
                   10 WS-AC-COPIAS PIC 9(3).
                   10 WS-AC-RECEITA PIC S9(9)V99.
                   10 WS-AC-REPASSE PIC 9(9)V99.
           01 WS-FO-TABELA.
               05 WS-FO-REG OCCURS 100 TIMES.
                   10 WS-FO-COD PIC 9(4).
                   10 WS-FO-TOTAL PIC 9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           IF WS-PARM = SPACES
               MOVE WS-HOJE (1:6) TO WS-COMP
               IF WS-COMP-MES = 1
                   SUBTRACT 1 FROM WS-COMP-ANO
                   MOVE 12 TO WS-COMP-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MES
               END-IF
           ELSE
               COMPUTE WS-COMP-N = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA (AAAAMM): " WS-PARM
               STOP RUN RETURNING 8
           END-IF.
           COMPUTE WS-INI-MES = WS-COMP-N * 100 + 1.
           MOVE WS-INI-MES TO WS-DT-AUX-N.
           PERFORM PROXIMO-MES-PROCEDURE.
           MOVE WS-DT-AUX-N TO WS-PROX-MES.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           PERFORM PROXIMO-MES-PROCEDURE.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-DT-AUX-N) - 1.
           COMPUTE WS-LIM-AVISO = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           COMPUTE WS-NF-VENCTO = WS-PROX-MES + 9.
           OPEN I-O ARQ-REPARTE.
           IF WS-FS = "35"
               DISPLAY "SEM ACORDOS DE PARTILHA CADASTRADOS"
               STOP RUN RETURNING 0
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR REPARTE, FS=" WS-FS
               STOP RUN RETURNING 8
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-REPARTE
               STOP RUN RETURNING 8
           END-IF.
           PERFORM CARREGA-ACORDOS-PROCEDURE.
           IF WS-AC-QTD > ZERO
               PERFORM VARRE-HISTORICO-PROCEDURE
               PERFORM CALCULA-REPASSE-PROCEDURE
               PERFORM EMITE-DEMONSTRATIVOS-PROCEDURE
               PERFORM MARCA-APURADOS-PROCEDURE
           END-IF.
           PERFORM LISTA-FIM-PRAZO-PROCEDURE.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-REPARTE.
           DISPLAY "REPASSE " WS-COMP ": " WS-AC-QTD " ACORDO(S), "
               WS-CONT-NOTAS " DEMONSTRATIVO(S) A PAGAR, TOTAL="
               WS-TOT-REPASSE.
           DISPLAY "REPFIM." WS-COMP ".TXT GERADO, " WS-CONT-FIM
               " COPIA(S) A DEVOLVER OU RECOMPRAR".
           STOP RUN RETURNING WS-RC.
       PROXIMO-MES-PROCEDURE.
           IF WS-DT-MES = 12
               ADD 1 TO WS-DT-ANO
               MOVE 1 TO WS-DT-MES
           ELSE
               ADD 1 TO WS-DT-MES
           END-IF.
           MOVE 1 TO WS-DT-DIA.
       CARREGA-ACORDOS-PROCEDURE.
           MOVE ZEROES TO RPFCOD.
           MOVE ZEROES TO RPFCOPIA.
           START ARQ-REPARTE KEY IS NOT LESS THAN RPCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-REPARTE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RPULTMES < WS-COMP-N
                   AND RPINICIO <= WS-FIM-MES
                   IF WS-AC-QTD < 300
                       ADD 1 TO WS-AC-QTD
                       PERFORM GUARDA-ACORDO-PROCEDURE
                   ELSE
                       DISPLAY "AVISO: TABELA DE ACORDOS CHEIA, "
                           RPFCOD RPFCOPIA " FICA PARA A PROXIMA"
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-PERFORM.
       GUARDA-ACORDO-PROCEDURE.
           MOVE RPFCOD TO WS-AC-FCOD (WS-AC-QTD).
           MOVE RPFCOPIA TO WS-AC-FCOPIA (WS-AC-QTD).
           MOVE RPFORN TO WS-AC-FORN (WS-AC-QTD).
           MOVE RPPERC TO WS-AC-PERC (WS-AC-QTD).
           MOVE RPINICIO TO WS-AC-INICIO (WS-AC-QTD).
           MOVE RPFIM TO WS-AC-LIMITE (WS-AC-QTD).
           IF RPDTENC > ZEROES AND RPDTENC < RPFIM
               MOVE RPDTENC TO WS-AC-LIMITE (WS-AC-QTD)
           END-IF.
           MOVE ZERO TO WS-AC-RECEITA (WS-AC-QTD).
           MOVE ZERO TO WS-AC-REPASSE (WS-AC-QTD).
           MOVE ZERO TO WS-AC-COPIAS (WS-AC-QTD).
           MOVE SPACES TO WS-AC-NOME (WS-AC-QTD).
           MOVE RPFCOD TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF FCOD = RPFCOD
                       MOVE FNOME TO WS-AC-NOME (WS-AC-QTD)
                       IF FSTATUS <> "X" AND FSTATUS <> "P"
                           ADD 1 TO WS-AC-COPIAS (WS-AC-QTD)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AC-COPIAS (WS-AC-QTD) = ZERO
               MOVE 1 TO WS-AC-COPIAS (WS-AC-QTD)
           END-IF.
       VARRE-HISTORICO-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               DISPLAY "HISTORICO NAO DISPONIVEL, FS=" WS-FS
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND HDATA >= WS-INI-MES
                   AND HDATA <= WS-FIM-MES
                   AND (HTIPO = "A" OR HTIPO = "E")
                   PERFORM APROPRIA-RECEITA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       APROPRIA-RECEITA-PROCEDURE.
           PERFORM VARYING WS-AC-I FROM 1 BY 1
               UNTIL WS-AC-I > WS-AC-QTD
               IF WS-AC-FCOD (WS-AC-I) = HCOD
                   AND HDATA >= WS-AC-INICIO (WS-AC-I)
                   AND HDATA <= WS-AC-LIMITE (WS-AC-I)
                   IF HTIPO = "A"
                       ADD HVALOR TO WS-AC-RECEITA (WS-AC-I)
                   ELSE
                       SUBTRACT HVALOR FROM WS-AC-RECEITA (WS-AC-I)
                   END-IF
               END-IF
           END-PERFORM.
       CALCULA-REPASSE-PROCEDURE.
           PERFORM VARYING WS-AC-I FROM 1 BY 1
               UNTIL WS-AC-I > WS-AC-QTD
               IF WS-AC-FCOPIA (WS-AC-I) > ZEROES
                   COMPUTE WS-AC-RECEITA (WS-AC-I) ROUNDED =
                       WS-AC-RECEITA (WS-AC-I) / WS-AC-COPIAS (WS-AC-I)
               END-IF
               IF WS-AC-RECEITA (WS-AC-I) > ZERO
                   COMPUTE WS-AC-REPASSE (WS-AC-I) ROUNDED =
                       WS-AC-RECEITA (WS-AC-I) * WS-AC-PERC (WS-AC-I)
                       / 100
               END-IF
               PERFORM ACHA-FORNECEDOR-PROCEDURE
               IF WS-FO-ACHOU > ZERO
                   ADD WS-AC-REPASSE (WS-AC-I)
                       TO WS-FO-TOTAL (WS-FO-ACHOU)
               END-IF
           END-PERFORM.
       ACHA-FORNECEDOR-PROCEDURE.
           MOVE ZERO TO WS-FO-ACHOU.
           PERFORM VARYING WS-FO-I FROM 1 BY 1
               UNTIL WS-FO-I > WS-FO-QTD
               IF WS-FO-COD (WS-FO-I) = WS-AC-FORN (WS-AC-I)
                   MOVE WS-FO-I TO WS-FO-ACHOU
                   MOVE WS-FO-QTD TO WS-FO-I
               END-IF
           END-PERFORM.
           IF WS-FO-ACHOU = ZERO AND WS-FO-QTD < 100
               ADD 1 TO WS-FO-QTD
               MOVE WS-AC-FORN (WS-AC-I) TO WS-FO-COD (WS-FO-QTD)
               MOVE ZERO TO WS-FO-TOTAL (WS-FO-QTD)
               MOVE WS-FO-QTD TO WS-FO-ACHOU
           END-IF.
       EMITE-DEMONSTRATIVOS-PROCEDURE.
           PERFORM VARYING WS-FO-I FROM 1 BY 1
               UNTIL WS-FO-I > WS-FO-QTD
               PERFORM EMITE-UM-DEMONSTRATIVO-PROCEDURE
           END-PERFORM.
       EMITE-UM-DEMONSTRATIVO-PROCEDURE.
           MOVE "FORNECEDOR NAO CADASTRADO" TO WS-FORN-NOME.
           OPEN INPUT ARQ-FORNECEDOR.
           IF WS-FS = 0
               MOVE WS-FO-COD (WS-FO-I) TO FORNCOD
               READ ARQ-FORNECEDOR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FORNNOME TO WS-FORN-NOME
               END-READ
           END-IF.
           CLOSE ARQ-FORNECEDOR.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "REPASSE." WS-FO-COD (WS-FO-I) "." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "DEMONSTRATIVO DE REPASSE " WS-COMP
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FILME CP TITULO                          PERC"
               "        RECEITA COPIAS        REPASSE"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DISTRIBUIDOR " WS-FO-COD (WS-FO-I) " "
               WS-FORN-NOME " PERIODO " WS-INI-MES " A " WS-FIM-MES
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-AC-I FROM 1 BY 1
               UNTIL WS-AC-I > WS-AC-QTD
               IF WS-AC-FORN (WS-AC-I) = WS-FO-COD (WS-FO-I)
                   PERFORM GRAVA-LINHA-ACORDO-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE ZEROES TO WS-NF-NUMERO.
           IF WS-FO-TOTAL (WS-FO-I) > ZERO
               PERFORM LANCA-NOTA-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL A REPASSAR=" WS-FO-TOTAL (WS-FO-I)
               " NOTA A PAGAR=" WS-NF-NUMERO
               " VENCIMENTO=" WS-NF-VENCTO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           ADD WS-FO-TOTAL (WS-FO-I) TO WS-TOT-REPASSE.
       GRAVA-LINHA-ACORDO-PROCEDURE.
           MOVE WS-AC-RECEITA (WS-AC-I) TO WS-RECEITA-ED.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-AC-FCOPIA (WS-AC-I) = ZEROES
               STRING WS-AC-FCOD (WS-AC-I) "  TT "
                   WS-AC-NOME (WS-AC-I) " " WS-AC-PERC (WS-AC-I)
                   " " WS-RECEITA-ED "  TODAS "
                   WS-AC-REPASSE (WS-AC-I)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               MOVE WS-AC-COPIAS (WS-AC-I) TO WS-COPIAS-ED
               STRING WS-AC-FCOD (WS-AC-I) "  "
                   WS-AC-FCOPIA (WS-AC-I) " "
                   WS-AC-NOME (WS-AC-I) " " WS-AC-PERC (WS-AC-I)
                   " " WS-RECEITA-ED "  1/" WS-COPIAS-ED "  "
                   WS-AC-REPASSE (WS-AC-I)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       LANCA-NOTA-PROCEDURE.
           PERFORM PROXIMA-NOTA-PROCEDURE.
           OPEN I-O ARQ-NOTAFISC.
           IF WS-FS = "35"
               CLOSE ARQ-NOTAFISC
               OPEN OUTPUT ARQ-NOTAFISC
               CLOSE ARQ-NOTAFISC
               OPEN I-O ARQ-NOTAFISC
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR NOTAFISC, FS=" WS-FS
               MOVE ZEROES TO WS-NF-NUMERO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO NFPEDIDO.
           MOVE WS-NF-NUMERO TO NFNUMERO.
           MOVE WS-FO-COD (WS-FO-I) TO NFFORN.
           MOVE WS-HOJE TO NFDATA.
           MOVE WS-FO-TOTAL (WS-FO-I) TO NFVALOR.
           MOVE WS-NF-VENCTO TO NFVENCTO.
           MOVE "P" TO NFSTATUS.
           MOVE ZEROES TO NFPGDATA.
           WRITE REG-NOTAFISC
               INVALID KEY REWRITE REG-NOTAFISC
           END-WRITE.
           CLOSE ARQ-NOTAFISC.
           ADD 1 TO WS-CONT-NOTAS.
       PROXIMA-NOTA-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "D" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO WS-NF-NUMERO.
           CLOSE ARQ-SEQUENCIA.
       MARCA-APURADOS-PROCEDURE.
           IF WS-RC > 4
               DISPLAY "ACORDOS NAO MARCADOS COMO APURADOS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-AC-I FROM 1 BY 1
               UNTIL WS-AC-I > WS-AC-QTD
               MOVE WS-AC-FCOD (WS-AC-I) TO RPFCOD
               MOVE WS-AC-FCOPIA (WS-AC-I) TO RPFCOPIA
               READ ARQ-REPARTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-COMP-N TO RPULTMES
                       REWRITE REG-REPARTE
               END-READ
           END-PERFORM.
       LISTA-FIM-PRAZO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "REPFIM." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "PARTILHA: COPIAS EM FIM DE PRAZO" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FILME CP TITULO                         FORN"
               " FIM PRAZO   RECOMPRA SITUACAO   PRAZO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE ZEROES TO RPFCOD.
           MOVE ZEROES TO RPFCOPIA.
           START ARQ-REPARTE KEY IS NOT LESS THAN RPCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-REPARTE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RPSITUACAO = "A"
                   AND RPFIM <= WS-LIM-AVISO
                   PERFORM LISTA-COPIAS-ACORDO-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "COPIAS A DEVOLVER OU RECOMPRAR=" WS-CONT-FIM
               " (PRAZOS ATE " WS-LIM-AVISO ")"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       LISTA-COPIAS-ACORDO-PROCEDURE.
           IF RPFIM < WS-HOJE
               MOVE "VENCIDO" TO WS-SIT-PRAZO
           ELSE
               MOVE "A VENCER" TO WS-SIT-PRAZO
           END-IF.
           MOVE RPFCOD TO FCOD.
           MOVE RPFCOPIA TO FCOPIA.
           IF RPFCOPIA > ZEROES
               READ ARQ-FILMES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM GRAVA-COPIA-FIM-PROCEDURE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF FCOD = RPFCOD
                       PERFORM GRAVA-COPIA-FIM-PROCEDURE
                   ELSE
                       MOVE "Y" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.
       GRAVA-COPIA-FIM-PROCEDURE.
           IF FSTATUS = "X" OR FSTATUS = "P" OR FSTATUS = "M"
               EXIT PARAGRAPH
           END-IF.
           IF FACPF <> ZEROES
               MOVE "ALUGADA" TO WS-SIT-COPIA
           ELSE
               MOVE "DISPONIVEL" TO WS-SIT-COPIA
           END-IF.
           ADD 1 TO WS-CONT-FIM.
           MOVE SPACES TO WS-REP-LINHA.
           STRING FCOD "  " FCOPIA " " FNOME (1:30) " " RPFORN
               " " RPFIM " " RPRECOMPRA " " WS-SIT-COPIA " "
               WS-SIT-PRAZO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM REPASSE.
