       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICAREL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCINDICACAO.
               COPY FCARQCLIENTES.
               SELECT WORK-INDICA ASSIGN TO "WRKIND.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDINDICACAO.
           COPY FDARQCLIENTES.
           SD WORK-INDICA.
           01 WKI-REG.
               05 WKI-INDICADOR PIC 9(11).
               05 WKI-EVENTO PIC X(1).
               05 WKI-CPF PIC 9(11).
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
           77 WS-CLI-OK PIC X(1) VALUE "N".
           77 WS-PRIMEIRO PIC X(1).
           77 WS-INDICADOR-ANT PIC 9(11).
           77 WS-NOME PIC X(30).
           77 WS-EVENTO-DESC PIC X(10).
           77 WS-DATA-EVENTO PIC 9(8).
           77 WS-ID-INDICA PIC 9(5).
           77 WS-ID-CONV PIC 9(5).
           77 WS-ID-RECUSA PIC 9(5).
           77 WS-ID-CREDITO PIC 9(7)V99.
           77 WS-TOT-INDICA PIC 9(5) VALUE ZERO.
           77 WS-TOT-CONV PIC 9(5) VALUE ZERO.
           77 WS-TOT-RECUSA PIC 9(5) VALUE ZERO.
           77 WS-TOT-BONUS PIC 9(5) VALUE ZERO.
           77 WS-TOT-CREDITO PIC 9(7)V99 VALUE ZERO.
           77 WS-TOT-INDICADORES PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               IF WS-HOJE (7:2) <> "01"
                   STOP RUN RETURNING 0
               END-IF
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
                   DISPLAY "USO: ./INDICAREL [AAAAMM]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-PARM (1:4) TO WS-MES-ANO
               MOVE WS-PARM (5:2) TO WS-MES-NUM
           END-IF.
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
               DISPLAY "MES INVALIDO (AAAAMM): " WS-PARM
               STOP RUN RETURNING 8
           END-IF.
           COMPUTE WS-MES = WS-MES-ANO * 100 + WS-MES-NUM.
           OPEN INPUT ARQ-INDICACAO.
           IF WS-FS <> 0
               DISPLAY "SEM INDICACOES CADASTRADAS"
               CLOSE ARQ-INDICACAO
               STOP RUN RETURNING 0
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE "S" TO WS-CLI-OK
           END-IF.
           SORT WORK-INDICA ON ASCENDING KEY WKI-INDICADOR
               ASCENDING KEY WKI-EVENTO
               ASCENDING KEY WKI-CPF
               INPUT PROCEDURE IS COLETA-INDICACOES-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-RELATORIO-PROCEDURE.
           IF WS-CLI-OK = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           CLOSE ARQ-INDICACAO.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-TOT-INDICA
               " INDICACAO(OES), " WS-TOT-CONV " CONVERTIDA(S)".
           STOP RUN RETURNING WS-RC.
       COLETA-INDICACOES-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-INDICACAO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE ININDICADOR TO WKI-INDICADOR
                   MOVE INCPF TO WKI-CPF
                   IF INDATA (1:6) = WS-MES
                       MOVE "A" TO WKI-EVENTO
                       RELEASE WKI-REG
                   END-IF
                   IF INSTATUS = "C" AND INDTCONV (1:6) = WS-MES
                       MOVE "B" TO WKI-EVENTO
                       RELEASE WKI-REG
                   END-IF
                   IF INSTATUS = "R" AND INDTCONV (1:6) = WS-MES
                       MOVE "C" TO WKI-EVENTO
                       RELEASE WKI-REG
                   END-IF
                   IF INBONUS = "U" AND INDTBONUS (1:6) = WS-MES
                       MOVE "D" TO WKI-EVENTO
                       RELEASE WKI-REG
                   END-IF
               END-IF
           END-PERFORM.
       GRAVA-RELATORIO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "INDICAREL." WS-MES ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "INDICACOES DE CLIENTES " WS-MES
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "  EVENTO     DATA     CPF         CLIENTE"
               "                        ALUG  CREDITO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE "S" TO WS-PRIMEIRO.
           RETURN WORK-INDICA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PRIMEIRO = "S"
                   OR WKI-INDICADOR <> WS-INDICADOR-ANT
                   IF WS-PRIMEIRO = "N"
                       PERFORM TOTAL-INDICADOR-PROCEDURE
                   END-IF
                   PERFORM CABECALHO-INDICADOR-PROCEDURE
                   MOVE "N" TO WS-PRIMEIRO
               END-IF
               PERFORM GRAVA-EVENTO-PROCEDURE
               RETURN WORK-INDICA
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM TOTAL-INDICADOR-PROCEDURE
           ELSE
               MOVE "NENHUMA INDICACAO MOVIMENTADA NO MES"
                   TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "TOTAL GERAL: INDICADORES " WS-TOT-INDICADORES
               "  INDICACOES " WS-TOT-INDICA
               "  CONVERSOES " WS-TOT-CONV
               "  RECUSADAS " WS-TOT-RECUSA
               "  DESCONTOS USADOS " WS-TOT-BONUS
               "  CREDITO CONCEDIDO " WS-TOT-CREDITO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CABECALHO-INDICADOR-PROCEDURE.
           MOVE WKI-INDICADOR TO WS-INDICADOR-ANT.
           MOVE ZERO TO WS-ID-INDICA.
           MOVE ZERO TO WS-ID-CONV.
           MOVE ZERO TO WS-ID-RECUSA.
           MOVE ZERO TO WS-ID-CREDITO.
           ADD 1 TO WS-TOT-INDICADORES.
           MOVE WKI-INDICADOR TO CCPF.
           PERFORM LE-NOME-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "INDICADOR " WKI-INDICADOR " " WS-NOME
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       LE-NOME-PROCEDURE.
           MOVE SPACES TO WS-NOME.
           IF WS-CLI-OK = "S"
               READ ARQ-CLIENTES
                   INVALID KEY MOVE SPACES TO WS-NOME
                   NOT INVALID KEY MOVE CNOME TO WS-NOME
               END-READ
           END-IF.
       GRAVA-EVENTO-PROCEDURE.
           MOVE WKI-CPF TO INCPF.
           READ ARQ-INDICACAO
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE WKI-CPF TO CCPF.
           PERFORM LE-NOME-PROCEDURE.
           EVALUATE WKI-EVENTO
               WHEN "A"
                   MOVE "INDICACAO" TO WS-EVENTO-DESC
                   MOVE INDATA TO WS-DATA-EVENTO
                   ADD 1 TO WS-ID-INDICA
                   ADD 1 TO WS-TOT-INDICA
               WHEN "B"
                   MOVE "CONVERSAO" TO WS-EVENTO-DESC
                   MOVE INDTCONV TO WS-DATA-EVENTO
                   ADD 1 TO WS-ID-CONV
                   ADD 1 TO WS-TOT-CONV
                   ADD INCREDITO TO WS-ID-CREDITO
                   ADD INCREDITO TO WS-TOT-CREDITO
               WHEN "C"
                   MOVE "RECUSADA" TO WS-EVENTO-DESC
                   MOVE INDTCONV TO WS-DATA-EVENTO
                   ADD 1 TO WS-ID-RECUSA
                   ADD 1 TO WS-TOT-RECUSA
               WHEN OTHER
                   MOVE "DESC.USADO" TO WS-EVENTO-DESC
                   MOVE INDTBONUS TO WS-DATA-EVENTO
                   ADD 1 TO WS-TOT-BONUS
           END-EVALUATE.
           MOVE SPACES TO WS-REP-LINHA.
           IF WKI-EVENTO = "B"
               STRING "  " WS-EVENTO-DESC " " WS-DATA-EVENTO " " INCPF
                   " " WS-NOME " " INQTD "   " INCREDITO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING "  " WS-EVENTO-DESC " " WS-DATA-EVENTO " " INCPF
                   " " WS-NOME " " INQTD
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       TOTAL-INDICADOR-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  INDICACOES " WS-ID-INDICA
               "  CONVERSOES " WS-ID-CONV
               "  RECUSADAS " WS-ID-RECUSA
               "  CREDITO " WS-ID-CREDITO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM INDICAREL.
