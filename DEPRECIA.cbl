       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFILME.
               COPY FCATIVO.
               COPY FCPARAM.
               COPY FCDEPRMOV.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDATIVO.
           COPY FDPARAM.
           COPY FDDEPRMOV.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-PROX-MES PIC 9(8).
           77 WS-DATA-POST PIC 9(8).
           77 WS-PARAM-OK PIC X(1) VALUE "N".
           77 WS-DEF-MESES PIC 9(3) VALUE 36.
           77 WS-DEF-METODO PIC 9(1) VALUE 1.
           77 WS-LANC-MESES PIC 9(3) VALUE 12.
           77 WS-LANC-METODO PIC 9(1) VALUE 2.
           77 WS-CAT-MESES PIC 9(3).
           77 WS-CAT-METODO PIC 9(1).
           77 WS-MES-COMP PIC 9(6).
           77 WS-MES-AQUIS PIC 9(6).
           77 WS-DECORRIDOS PIC S9(5).
           77 WS-ALVO PIC 9(3).
           77 WS-K PIC 9(3).
           77 WS-SOMA-DIG PIC 9(7).
           77 WS-COTA PIC 9(7)V99.
           77 WS-QUOTA PIC 9(7)V99.
           77 WS-SALDO PIC 9(7)V99.
           77 WS-CONTABIL PIC 9(7)V99.
           77 WS-TOT-QUOTA PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-CUSTO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-ACUM PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-CONTABIL PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-RESULT PIC S9(11)V99 VALUE ZERO.
           77 WS-TOT-BAIXA PIC 9(11)V99 VALUE ZERO.
           77 WS-CONT-NOVOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-DEPR PIC 9(5) VALUE ZERO.
           77 WS-CONT-BAIXAS PIC 9(5) VALUE ZERO.
           77 WS-CONT-TARDIAS PIC 9(5) VALUE ZERO.
           77 WS-DM-TIPO PIC X(2).
           77 WS-DM-FCOD PIC 9(4).
           77 WS-DM-FCOPIA PIC 9(2).
           77 WS-DM-VALOR PIC 9(9)V99.
           77 WS-ED-RESULT PIC -9(7).99.
           77 WS-ED-TOTAL PIC -9(11).99.
           01 WS-COMP.
               05 WS-COMP-ANO PIC 9(4).
               05 WS-COMP-MES PIC 9(2).
           01 WS-COMP-N REDEFINES WS-COMP PIC 9(6).
           01 WS-AQ-DATA.
               05 WS-AQ-ANO PIC 9(4).
               05 WS-AQ-MES PIC 9(2).
               05 WS-AQ-DIA PIC 9(2).
           01 WS-AQ-DATA-N REDEFINES WS-AQ-DATA PIC 9(8).
           01 WS-BX-DATA.
               05 WS-BX-MES PIC 9(6).
               05 WS-BX-DIA PIC 9(2).
           01 WS-BX-DATA-N REDEFINES WS-BX-DATA PIC 9(8).
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
           IF WS-COMP-MES = 12
               COMPUTE WS-PROX-MES = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PROX-MES = WS-COMP-N * 100 + 101
           END-IF.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1.
           COMPUTE WS-DATA-POST = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           COMPUTE WS-MES-COMP = WS-COMP-ANO * 12 + WS-COMP-MES.
           PERFORM LE-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               IF WS-PARAM-OK = "S"
                   CLOSE ARQ-PARAMETROS
               END-IF
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O ARQ-ATIVO.
           IF WS-FS = "35"
               CLOSE ARQ-ATIVO
               OPEN OUTPUT ARQ-ATIVO
               CLOSE ARQ-ATIVO
               OPEN I-O ARQ-ATIVO
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ATIVO, FS=" WS-FS
               CLOSE ARQ-FILMES
               IF WS-PARAM-OK = "S"
                   CLOSE ARQ-PARAMETROS
               END-IF
               STOP RUN RETURNING 8
           END-IF.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "DEPRECIA." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "DEPRECIACAO DO ACERVO " WS-COMP
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FILM COPIA   CATEGORIA  AQUISICAO MET VIDA"
               "     CUSTO     QUOTA DEPR.ACUM V.CONTABIL"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM REGISTRA-COPIAS-PROCEDURE.
           PERFORM DEPRECIA-ATIVOS-PROCEDURE.
           PERFORM LISTA-BAIXAS-PROCEDURE.
           PERFORM GRAVA-TOTAIS-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-ATIVO.
           IF WS-PARAM-OK = "S"
               CLOSE ARQ-PARAMETROS
           END-IF.
           IF WS-TOT-QUOTA > ZERO
               MOVE ZEROES TO WS-DM-FCOD
               MOVE ZEROES TO WS-DM-FCOPIA
               MOVE "DP" TO WS-DM-TIPO
               MOVE WS-TOT-QUOTA TO WS-DM-VALOR
               PERFORM GRAVA-DEPRMOV-PROCEDURE
           END-IF.
           DISPLAY WS-REP-ARQUIVO " GERADO".
           DISPLAY "COMPETENCIA " WS-COMP ": " WS-CONT-NOVOS
               " COPIA(S) INCORPORADA(S), " WS-CONT-DEPR
               " DEPRECIADA(S), DEPRECIACAO=" WS-TOT-QUOTA.
           IF WS-CONT-TARDIAS > ZERO
               DISPLAY "AVISO: " WS-CONT-TARDIAS
                   " BAIXA(S) SEM REGISTRO NO ATIVO, BAIXADA(S) AGORA"
               MOVE 4 TO WS-RC
           END-IF.
           STOP RUN RETURNING WS-RC.
       LE-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE "S" TO WS-PARAM-OK
               MOVE "DEFAULT   " TO PCATEGORIA
               READ ARQ-PARAMETROS
                   KEY IS PCATEGORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PDEPR-MESES > ZERO
                           MOVE PDEPR-MESES TO WS-DEF-MESES
                       END-IF
                       IF PDEPR-METODO > ZERO
                           MOVE PDEPR-METODO TO WS-DEF-METODO
                       END-IF
               END-READ
           ELSE
               CLOSE ARQ-PARAMETROS
           END-IF.
       REGISTRA-COPIAS-PROCEDURE.
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
               IF WS-EOF = "N"
                   MOVE FCOD TO ATFCOD
                   MOVE FCOPIA TO ATFCOPIA
                   READ ARQ-ATIVO
                       INVALID KEY
                           IF FSTATUS <> "X" AND FSTATUS <> "P"
                               AND FCUSTO > ZERO
                               PERFORM INCORPORA-PROCEDURE
                           END-IF
                       NOT INVALID KEY
                           IF ATSTATUS = "A"
                               AND (FSTATUS = "X" OR FSTATUS = "P")
                               PERFORM BAIXA-TARDIA-PROCEDURE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
       INCORPORA-PROCEDURE.
           MOVE FCATEGORIA TO ATCATEGORIA.
           IF FDTLANC > ZEROES
               MOVE FDTLANC TO ATAQUIS
           ELSE
               MOVE WS-DATA-POST TO ATAQUIS
           END-IF.
           MOVE FCUSTO TO ATCUSTO.
           MOVE WS-DEF-MESES TO ATMESES.
           MOVE WS-DEF-METODO TO ATMETODO.
           IF FCATEGORIA = "LANCAMENTO"
               MOVE WS-LANC-MESES TO ATMESES
               MOVE WS-LANC-METODO TO ATMETODO
           END-IF.
           PERFORM LE-MESES-CATEGORIA-PROCEDURE.
           IF WS-CAT-MESES > ZERO
               MOVE WS-CAT-MESES TO ATMESES
           END-IF.
           IF WS-CAT-METODO > ZERO
               MOVE WS-CAT-METODO TO ATMETODO
           END-IF.
           MOVE ZEROES TO ATMESES-DEPR.
           MOVE ZEROES TO ATULTMES.
           MOVE ZEROES TO ATDEPR-ACUM.
           MOVE "A" TO ATSTATUS.
           MOVE ZEROES TO ATBXDATA.
           MOVE SPACE TO ATBXMOTIVO.
           MOVE ZEROES TO ATBXVALOR.
           MOVE ZEROES TO ATBXRESULT.
           WRITE REG-ATIVO
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-CONT-NOVOS
           END-WRITE.
       LE-MESES-CATEGORIA-PROCEDURE.
           MOVE ZEROES TO WS-CAT-MESES.
           MOVE ZEROES TO WS-CAT-METODO.
           IF WS-PARAM-OK = "S"
               MOVE FCATEGORIA TO PCATEGORIA
               READ ARQ-PARAMETROS
                   KEY IS PCATEGORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PDEPR-MESES TO WS-CAT-MESES
                       MOVE PDEPR-METODO TO WS-CAT-METODO
               END-READ
           END-IF.
       BAIXA-TARDIA-PROCEDURE.
           COMPUTE WS-CONTABIL = ATCUSTO - ATDEPR-ACUM.
           MOVE "B" TO ATSTATUS.
           MOVE WS-DATA-POST TO ATBXDATA.
           IF FSTATUS = "X"
               MOVE "V" TO ATBXMOTIVO
           ELSE
               MOVE "P" TO ATBXMOTIVO
           END-IF.
           MOVE ZEROES TO ATBXVALOR.
           COMPUTE ATBXRESULT = ZERO - WS-CONTABIL.
           REWRITE REG-ATIVO.
           ADD 1 TO WS-CONT-TARDIAS.
           MOVE ATFCOD TO WS-DM-FCOD.
           MOVE ATFCOPIA TO WS-DM-FCOPIA.
           IF ATDEPR-ACUM > ZEROES
               MOVE "BA" TO WS-DM-TIPO
               MOVE ATDEPR-ACUM TO WS-DM-VALOR
               PERFORM GRAVA-DEPRMOV-PROCEDURE
           END-IF.
           IF WS-CONTABIL > ZEROES
               MOVE "BC" TO WS-DM-TIPO
               MOVE WS-CONTABIL TO WS-DM-VALOR
               PERFORM GRAVA-DEPRMOV-PROCEDURE
           END-IF.
       DEPRECIA-ATIVOS-PROCEDURE.
           MOVE ZEROES TO ATFCOD.
           MOVE ZEROES TO ATFCOPIA.
           START ARQ-ATIVO KEY IS NOT LESS THAN ATCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ATIVO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ATSTATUS = "A"
                   IF ATULTMES < WS-COMP-N
                       PERFORM CALCULA-QUOTA-PROCEDURE
                   END-IF
                   ADD ATCUSTO TO WS-TOT-CUSTO
                   ADD ATDEPR-ACUM TO WS-TOT-ACUM
               END-IF
           END-PERFORM.
           COMPUTE WS-TOT-CONTABIL = WS-TOT-CUSTO - WS-TOT-ACUM.
       CALCULA-QUOTA-PROCEDURE.
           MOVE ATAQUIS TO WS-AQ-DATA-N.
           COMPUTE WS-MES-AQUIS = WS-AQ-ANO * 12 + WS-AQ-MES.
           COMPUTE WS-DECORRIDOS = WS-MES-COMP - WS-MES-AQUIS + 1.
           IF WS-DECORRIDOS < 1 OR ATMESES = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECORRIDOS > ATMESES
               MOVE ATMESES TO WS-ALVO
           ELSE
               MOVE WS-DECORRIDOS TO WS-ALVO
           END-IF.
           MOVE ZEROES TO WS-QUOTA.
           COMPUTE WS-SOMA-DIG = ATMESES * (ATMESES + 1) / 2.
           PERFORM VARYING WS-K FROM ATMESES-DEPR BY 1
               UNTIL WS-K >= WS-ALVO
               COMPUTE WS-SALDO = ATCUSTO - ATDEPR-ACUM - WS-QUOTA
               IF WS-K + 1 = ATMESES
                   MOVE WS-SALDO TO WS-COTA
               ELSE
                   IF ATMETODO = 2
                       COMPUTE WS-COTA ROUNDED =
                           ATCUSTO * (ATMESES - WS-K) / WS-SOMA-DIG
                   ELSE
                       COMPUTE WS-COTA ROUNDED = ATCUSTO / ATMESES
                   END-IF
                   IF WS-COTA > WS-SALDO
                       MOVE WS-SALDO TO WS-COTA
                   END-IF
               END-IF
               ADD WS-COTA TO WS-QUOTA
           END-PERFORM.
           MOVE WS-ALVO TO ATMESES-DEPR.
           MOVE WS-COMP-N TO ATULTMES.
           ADD WS-QUOTA TO ATDEPR-ACUM.
           REWRITE REG-ATIVO.
           IF WS-QUOTA > ZERO
               ADD 1 TO WS-CONT-DEPR
               ADD WS-QUOTA TO WS-TOT-QUOTA
               COMPUTE WS-CONTABIL = ATCUSTO - ATDEPR-ACUM
               MOVE SPACES TO WS-REP-LINHA
               STRING ATFCOD "  " ATFCOPIA "    " ATCATEGORIA " "
                   ATAQUIS "  " ATMETODO "   " ATMESES " "
                   ATCUSTO " " WS-QUOTA " " ATDEPR-ACUM " "
                   WS-CONTABIL
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               MOVE "L" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       LISTA-BAIXAS-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "BAIXAS DO MES: FILM COPIA MOT     CUSTO"
               " DEPR.ACUM V.CONTABIL     VENDA   RESULTADO"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE ZEROES TO ATFCOD.
           MOVE ZEROES TO ATFCOPIA.
           START ARQ-ATIVO KEY IS NOT LESS THAN ATCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ATIVO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               MOVE ATBXDATA TO WS-BX-DATA-N
               IF WS-EOF = "N" AND ATSTATUS = "B"
                   AND WS-BX-MES = WS-COMP-N
                   PERFORM GRAVA-BAIXA-PROCEDURE
               END-IF
           END-PERFORM.
       GRAVA-BAIXA-PROCEDURE.
           ADD 1 TO WS-CONT-BAIXAS.
           COMPUTE WS-CONTABIL = ATCUSTO - ATDEPR-ACUM.
           ADD WS-CONTABIL TO WS-TOT-BAIXA.
           ADD ATBXRESULT TO WS-TOT-RESULT.
           MOVE ATBXRESULT TO WS-ED-RESULT.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "               " ATFCOD "  " ATFCOPIA "    "
               ATBXMOTIVO "    " ATCUSTO " " ATDEPR-ACUM " "
               WS-CONTABIL " " ATBXVALOR " " WS-ED-RESULT
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-TOTAIS-PROCEDURE.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DEPRECIACAO DO MES=" WS-TOT-QUOTA
               " COPIAS DEPRECIADAS=" WS-CONT-DEPR
               " INCORPORADAS=" WS-CONT-NOVOS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "ACERVO EM USO: CUSTO=" WS-TOT-CUSTO
               " DEPR.ACUM=" WS-TOT-ACUM
               " VALOR CONTABIL=" WS-TOT-CONTABIL
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE WS-TOT-RESULT TO WS-ED-TOTAL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "BAIXAS DO MES=" WS-CONT-BAIXAS
               " VALOR CONTABIL BAIXADO=" WS-TOT-BAIXA
               " GANHO/PERDA NA BAIXA=" WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-DEPRMOV-PROCEDURE.
           OPEN EXTEND ARQ-DEPRMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-DEPRMOV
           END-IF.
           IF WS-FS = 0
               MOVE WS-DATA-POST TO DMDATA
               MOVE WS-DM-TIPO TO DMTIPO
               MOVE WS-DM-FCOD TO DMFCOD
               MOVE WS-DM-FCOPIA TO DMFCOPIA
               MOVE WS-DM-VALOR TO DMVALOR
               WRITE REG-DEPRMOV
               CLOSE ARQ-DEPRMOV
           END-IF.
       END PROGRAM DEPRECIA.
