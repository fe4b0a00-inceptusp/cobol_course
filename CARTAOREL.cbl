       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAOREL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCARTAO.
               COPY FCARQCLIENTES.
               SELECT WORK-CARTAO ASSIGN TO "WRKCART.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDCARTAO.
           COPY FDARQCLIENTES.
           SD WORK-CARTAO.
           01 WKT-REG.
               05 WKT-FILIAL PIC 9(2).
               05 WKT-EVENTO PIC X(1).
               05 WKT-NUM PIC 9(7).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-DATA PIC 9(8).
           77 WS-CLI-OK PIC X(1) VALUE "N".
           77 WS-PRIMEIRO PIC X(1).
           77 WS-FILIAL-ANT PIC 9(2).
           77 WS-NOME PIC X(30).
           77 WS-EVENTO-DESC PIC X(9).
           77 WS-EMPID PIC 9(5).
           77 WS-FL-EMITIDOS PIC 9(5).
           77 WS-FL-VIAS PIC 9(5).
           77 WS-FL-BLOQ PIC 9(5).
           77 WS-FL-TAXAS PIC 9(7)V99.
           77 WS-TOT-EMITIDOS PIC 9(5) VALUE ZERO.
           77 WS-TOT-VIAS PIC 9(5) VALUE ZERO.
           77 WS-TOT-BLOQ PIC 9(5) VALUE ZERO.
           77 WS-TOT-TAXAS PIC 9(7)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-JULIANO =
                   FUNCTION INTEGER-OF-DATE (WS-HOJE) - 1
               COMPUTE WS-DATA =
                   FUNCTION DATE-OF-INTEGER (WS-JULIANO)
           ELSE
               IF WS-PARM (1:8) IS NOT NUMERIC
                   DISPLAY "USO: ./CARTAOREL [AAAAMMDD]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-PARM (1:8) TO WS-DATA
           END-IF.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS <> 0
               DISPLAY "SEM CARTOES DE SOCIO EMITIDOS"
               CLOSE ARQ-CARTAO
               STOP RUN RETURNING 0
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE "S" TO WS-CLI-OK
           END-IF.
           SORT WORK-CARTAO ON ASCENDING KEY WKT-FILIAL
               ASCENDING KEY WKT-EVENTO
               ASCENDING KEY WKT-NUM
               INPUT PROCEDURE IS COLETA-CARTOES-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-RELATORIO-PROCEDURE.
           IF WS-CLI-OK = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           CLOSE ARQ-CARTAO.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-TOT-EMITIDOS
               " EMITIDO(S), " WS-TOT-BLOQ " BLOQUEADO(S)".
           STOP RUN RETURNING WS-RC.
       COLETA-CARTOES-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CARTAO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE KTFILIAL TO WKT-FILIAL
                   MOVE KTNUM TO WKT-NUM
                   IF KTEMISSAO = WS-DATA
                       MOVE "E" TO WKT-EVENTO
                       RELEASE WKT-REG
                   END-IF
                   IF KTSTATUS = "B" AND KTBLOQUEIO = WS-DATA
                       MOVE "F" TO WKT-EVENTO
                       RELEASE WKT-REG
                   END-IF
               END-IF
           END-PERFORM.
       GRAVA-RELATORIO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "CARTOES." WS-DATA ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "CARTOES DE SOCIO DO DIA " WS-DATA
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "EVENTO    CARTAO  VIA CPF         CLIENTE"
               "                        OPERADOR  TAXA"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE "S" TO WS-PRIMEIRO.
           RETURN WORK-CARTAO
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PRIMEIRO = "S" OR WKT-FILIAL <> WS-FILIAL-ANT
                   IF WS-PRIMEIRO = "N"
                       PERFORM TOTAL-FILIAL-PROCEDURE
                   END-IF
                   PERFORM CABECALHO-FILIAL-PROCEDURE
                   MOVE "N" TO WS-PRIMEIRO
               END-IF
               PERFORM GRAVA-CARTAO-PROCEDURE
               RETURN WORK-CARTAO
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM TOTAL-FILIAL-PROCEDURE
           ELSE
               MOVE "NENHUM CARTAO EMITIDO OU BLOQUEADO NA DATA"
                   TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "TOTAL GERAL: EMITIDOS " WS-TOT-EMITIDOS
               " (SEGUNDAS VIAS " WS-TOT-VIAS ")  BLOQUEADOS "
               WS-TOT-BLOQ "  TAXAS " WS-TOT-TAXAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CABECALHO-FILIAL-PROCEDURE.
           MOVE WKT-FILIAL TO WS-FILIAL-ANT.
           MOVE ZERO TO WS-FL-EMITIDOS.
           MOVE ZERO TO WS-FL-VIAS.
           MOVE ZERO TO WS-FL-BLOQ.
           MOVE ZERO TO WS-FL-TAXAS.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "FILIAL " WKT-FILIAL
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-CARTAO-PROCEDURE.
           MOVE WKT-NUM TO KTNUM.
           READ ARQ-CARTAO
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-NOME.
           IF WS-CLI-OK = "S"
               MOVE KTCPF TO CCPF
               READ ARQ-CLIENTES
                   INVALID KEY MOVE SPACES TO WS-NOME
                   NOT INVALID KEY MOVE CNOME TO WS-NOME
               END-READ
           END-IF.
           IF WKT-EVENTO = "E"
               MOVE KTEMPID TO WS-EMPID
               ADD 1 TO WS-FL-EMITIDOS
               ADD 1 TO WS-TOT-EMITIDOS
               ADD KTTAXA TO WS-FL-TAXAS
               ADD KTTAXA TO WS-TOT-TAXAS
               IF KTVIA > 1
                   MOVE "2A VIA" TO WS-EVENTO-DESC
                   ADD 1 TO WS-FL-VIAS
                   ADD 1 TO WS-TOT-VIAS
               ELSE
                   MOVE "EMISSAO" TO WS-EVENTO-DESC
               END-IF
           ELSE
               MOVE KTBLQEMPID TO WS-EMPID
               MOVE "BLOQUEIO" TO WS-EVENTO-DESC
               ADD 1 TO WS-FL-BLOQ
               ADD 1 TO WS-TOT-BLOQ
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           IF WKT-EVENTO = "E"
               STRING WS-EVENTO-DESC " " KTNUM " " KTVIA "  " KTCPF
                   " " WS-NOME " " WS-EMPID "     " KTTAXA
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING WS-EVENTO-DESC " " KTNUM " " KTVIA "  " KTCPF
                   " " WS-NOME " " WS-EMPID
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       TOTAL-FILIAL-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  EMITIDOS " WS-FL-EMITIDOS
               " (SEGUNDAS VIAS " WS-FL-VIAS ")  BLOQUEADOS "
               WS-FL-BLOQ "  TAXAS " WS-FL-TAXAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM CARTAOREL.
