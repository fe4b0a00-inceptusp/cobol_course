       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXCONC.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCPIXMOV.
               COPY FCTREINO.
               SELECT ARQ-ENTRADA ASSIGN TO "PIX.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDPIXMOV.
           COPY FDTREINO.
           FD ARQ-ENTRADA.
           01 ENTRADA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-DATA-MOV PIC 9(8).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-TOK-DATA PIC X(10).
           77 WS-TOK-ID PIC X(40).
           77 WS-TOK-VALOR PIC X(12).
           77 WS-TOK-PAGADOR PIC X(40).
           77 WS-EX-DATA PIC 9(8).
           77 WS-EX-VALOR PIC 9(7)V99.
           77 WS-CONT-EXTRATO PIC 9(5) VALUE ZERO.
           77 WS-CONT-CASADO PIC 9(5) VALUE ZERO.
           77 WS-CONT-SEMCAIXA PIC 9(5) VALUE ZERO.
           77 WS-CONT-SEMBANCO PIC 9(5) VALUE ZERO.
           77 WS-CONT-VALOR PIC 9(5) VALUE ZERO.
           77 WS-TOT-EXTRATO PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICA-TREINO-PROCEDURE.
           IF WS-TREINO = "S"
               DISPLAY "BASE DE TREINAMENTO: "
                   "CONCILIACAO PIX NAO EXECUTADA"
               STOP RUN RETURNING 0
           END-IF.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-JULIANO =
                   FUNCTION INTEGER-OF-DATE (WS-HOJE) - 1
               COMPUTE WS-DATA-MOV =
                   FUNCTION DATE-OF-INTEGER (WS-JULIANO)
           ELSE
               COMPUTE WS-DATA-MOV = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-ENTRADA.
           IF WS-FS2 <> 0
               DISPLAY "PIX.CSV NAO ENCONTRADO, CONCILIACAO PULADA"
               STOP RUN RETURNING 0
           END-IF.
           OPEN I-O ARQ-PIXMOV.
           IF WS-FS = "35"
               CLOSE ARQ-PIXMOV
               OPEN OUTPUT ARQ-PIXMOV
               CLOSE ARQ-PIXMOV
               OPEN I-O ARQ-PIXMOV
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR PIXMOV, FS=" WS-FS
               CLOSE ARQ-ENTRADA
               STOP RUN RETURNING 8
           END-IF.
           MOVE "PIXCONC.TXT" TO WS-REP-ARQUIVO.
           MOVE "CONCILIACAO DE PIX" TO WS-REP-TITULO.
           MOVE "EXCECOES ENTRE CAIXA E EXTRATO PIX DO BANCO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARRE-EXTRATO-PROCEDURE.
           CLOSE ARQ-ENTRADA.
           PERFORM LISTA-SEM-CREDITO-PROCEDURE.
           CLOSE ARQ-PIXMOV.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DIA " WS-DATA-MOV
               " EXTRATO=" WS-CONT-EXTRATO
               " VALOR=" WS-TOT-EXTRATO
               " CASADOS=" WS-CONT-CASADO
               " SEM PAR NO CAIXA=" WS-CONT-SEMCAIXA
               " SEM CREDITO NO BANCO=" WS-CONT-SEMBANCO
               " VALOR DIVERGENTE=" WS-CONT-VALOR
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CONT-SEMCAIXA > ZERO OR WS-CONT-SEMBANCO > ZERO
               OR WS-CONT-VALOR > ZERO
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "PIXCONC.TXT GERADO PARA " WS-DATA-MOV.
           STOP RUN RETURNING WS-RC.
       VARRE-EXTRATO-PROCEDURE.
           READ ARQ-ENTRADA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM TRATA-CREDITO-PROCEDURE
               READ ARQ-ENTRADA
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
       TRATA-CREDITO-PROCEDURE.
           MOVE SPACES TO WS-TOK-DATA.
           MOVE SPACES TO WS-TOK-ID.
           MOVE SPACES TO WS-TOK-VALOR.
           MOVE SPACES TO WS-TOK-PAGADOR.
           UNSTRING ENTRADA-REG DELIMITED BY ";"
               INTO WS-TOK-DATA WS-TOK-ID WS-TOK-VALOR WS-TOK-PAGADOR
           END-UNSTRING.
           IF WS-TOK-DATA (1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EX-DATA = FUNCTION NUMVAL(WS-TOK-DATA).
           IF WS-EX-DATA <> WS-DATA-MOV
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONT-EXTRATO.
           COMPUTE WS-EX-VALOR = FUNCTION NUMVAL(WS-TOK-VALOR).
           ADD WS-EX-VALOR TO WS-TOT-EXTRATO.
           MOVE FUNCTION UPPER-CASE(WS-TOK-ID) TO PXID.
           READ ARQ-PIXMOV
               INVALID KEY
                   PERFORM GRAVA-SEM-CAIXA-PROCEDURE
               NOT INVALID KEY
                   PERFORM CONFERE-CREDITO-PROCEDURE
           END-READ.
       GRAVA-SEM-CAIXA-PROCEDURE.
           ADD 1 TO WS-CONT-SEMCAIXA.
           MOVE WS-DATA-MOV TO PXDATA.
           MOVE ZEROES TO PXHORA.
           MOVE ZEROES TO PXEMPID.
           MOVE ZEROES TO PXCPF.
           MOVE ZEROES TO PXVALOR.
           MOVE SPACE TO PXTIPO.
           MOVE "B" TO PXORIGEM.
           MOVE "E" TO PXSTATUS.
           MOVE "SC" TO PXMOTIVO.
           MOVE WS-EX-VALOR TO PXVALBANCO.
           MOVE WS-HOJE TO PXCONCDATA.
           WRITE REG-PIXMOV
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PIXMOV " PXID
                   MOVE 8 TO WS-RC
           END-WRITE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "CREDITO SEM PAR NO CAIXA: ID " PXID
               " VALOR=" WS-EX-VALOR
               " PAGADOR " WS-TOK-PAGADOR
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CONFERE-CREDITO-PROCEDURE.
           IF PXORIGEM = "B" OR PXSTATUS = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EX-VALOR TO PXVALBANCO.
           MOVE WS-HOJE TO PXCONCDATA.
           IF PXVALBANCO = PXVALOR
               ADD 1 TO WS-CONT-CASADO
               MOVE "C" TO PXSTATUS
               MOVE SPACES TO PXMOTIVO
           ELSE
               ADD 1 TO WS-CONT-VALOR
               MOVE "E" TO PXSTATUS
               MOVE "VD" TO PXMOTIVO
               MOVE SPACES TO WS-REP-LINHA
               STRING "VALOR DIVERGENTE: ID " PXID
                   " CAIXA=" PXVALOR
                   " BANCO=" PXVALBANCO
                   " OPERADOR " PXEMPID
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               MOVE "L" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           REWRITE REG-PIXMOV
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR PIXMOV " PXID
                   MOVE 8 TO WS-RC
           END-REWRITE.
       LISTA-SEM-CREDITO-PROCEDURE.
           MOVE LOW-VALUES TO PXID.
           START ARQ-PIXMOV KEY IS GREATER THAN PXID
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PIXMOV NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PXDATA = WS-DATA-MOV
                   AND PXORIGEM = "C"
                   AND (PXSTATUS = "P" OR PXMOTIVO = "SB")
                   PERFORM MARCA-SEM-CREDITO-PROCEDURE
               END-IF
           END-PERFORM.
       MARCA-SEM-CREDITO-PROCEDURE.
           ADD 1 TO WS-CONT-SEMBANCO.
           MOVE "E" TO PXSTATUS.
           MOVE "SB" TO PXMOTIVO.
           MOVE WS-HOJE TO PXCONCDATA.
           REWRITE REG-PIXMOV
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR PIXMOV " PXID
                   MOVE 8 TO WS-RC
           END-REWRITE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "PIX DO CAIXA SEM CREDITO NO BANCO: ID " PXID
               " VALOR=" PXVALOR
               " CPF " PXCPF
               " OPERADOR " PXEMPID
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM PIXCONC.
