       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUEDIA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCHEQUE.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCHEQUE.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-LIMITE PIC 9(8).
           77 WS-DIAS-AVISO PIC 9(3) VALUE 7.
           77 WS-SITUACAO PIC X(10).
           77 WS-CONT-VENCE PIC 9(5) VALUE ZERO.
           77 WS-CONT-PROX PIC 9(5) VALUE ZERO.
           77 WS-CONT-CUSTODIA PIC 9(5) VALUE ZERO.
           77 WS-TOT-VENCE PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-PROX PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-CUSTODIA PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WS-HOJE = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-HOJE) + WS-DIAS-AVISO.
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           OPEN INPUT ARQ-CHEQUE.
           IF WS-FS <> 0
               DISPLAY "SEM CHEQUES EM CUSTODIA"
               CLOSE ARQ-CHEQUE
               STOP RUN RETURNING 0
           END-IF.
           MOVE "CHEQUEDIA.TXT" TO WS-REP-ARQUIVO.
           MOVE "CHEQUES EM CUSTODIA A DEPOSITAR" TO WS-REP-TITULO.
           MOVE "SIT BANCO AGENCIA CONTA NUMERO BOM-PARA VALOR CPF"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE LOW-VALUES TO CQCHAVE.
           START ARQ-CHEQUE KEY IS GREATER THAN CQCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CHEQUE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND CQSTATUS = "C"
                   PERFORM TRATA-CHEQUE-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CHEQUE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DIA " WS-HOJE
               " A DEPOSITAR=" WS-CONT-VENCE " VALOR=" WS-TOT-VENCE
               " PROXIMOS " WS-DIAS-AVISO " DIAS=" WS-CONT-PROX
               " VALOR=" WS-TOT-PROX
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL EM CUSTODIA=" WS-CONT-CUSTODIA
               " VALOR=" WS-TOT-CUSTODIA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "CHEQUEDIA.TXT GERADO: " WS-CONT-VENCE
               " CHEQUE(S) A DEPOSITAR NO LOTE DA TESOURARIA".
           STOP RUN RETURNING 0.
       TRATA-CHEQUE-PROCEDURE.
           ADD 1 TO WS-CONT-CUSTODIA.
           ADD CQVALOR TO WS-TOT-CUSTODIA.
           IF CQBOMPARA > WS-LIMITE
               EXIT PARAGRAPH
           END-IF.
           IF CQBOMPARA <= WS-HOJE
               ADD 1 TO WS-CONT-VENCE
               ADD CQVALOR TO WS-TOT-VENCE
               MOVE "DEPOSITAR" TO WS-SITUACAO
           ELSE
               ADD 1 TO WS-CONT-PROX
               ADD CQVALOR TO WS-TOT-PROX
               MOVE "A VENCER" TO WS-SITUACAO
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-SITUACAO
               " " CQBANCO " " CQAGENCIA " " CQCONTA
               " " CQNUMERO " " CQBOMPARA
               " " CQVALOR " " CQCPF
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM CHEQUEDIA.
