       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUEDEV.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCHEQUE.
               COPY FCRECEBER.
               COPY FCRECEBITEM.
               COPY FCOCORRENCIA.
               COPY FCPARAM.
               SELECT ARQ-ENTRADA ASSIGN TO "CHEQUEDEV.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCHEQUE.
           COPY FDRECEBER.
           COPY FDRECEBITEM.
           COPY FDOCORRENCIA.
           COPY FDPARAM.
           FD ARQ-ENTRADA.
           01 ENTRADA-REG PIC X(80).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF-OC PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-TARIFA PIC 9(3)V99 VALUE 20.00.
           77 WS-TOK-BANCO PIC X(5).
           77 WS-TOK-AGENCIA PIC X(6).
           77 WS-TOK-CONTA PIC X(12).
           77 WS-TOK-NUMERO PIC X(8).
           77 WS-TOK-MOTIVO PIC X(4).
           77 WS-DEBITO PIC 9(7)V99.
           77 WS-OC-SEQ PIC 9(6).
           77 WS-CONT-DEV PIC 9(5) VALUE ZERO.
           77 WS-CONT-REJ PIC 9(5) VALUE ZERO.
           77 WS-TOT-DEV PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-TARIFA PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-ENTRADA.
           IF WS-FS2 <> 0
               DISPLAY "CHEQUEDEV.CSV NAO ENCONTRADO, NADA A PROCESSAR"
               STOP RUN RETURNING 0
           END-IF.
           PERFORM LE-PARAMETROS-PROCEDURE.
           OPEN I-O ARQ-CHEQUE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CHEQUE, FS=" WS-FS
               CLOSE ARQ-ENTRADA
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O ARQ-RECEBER.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR RECEBER, FS=" WS-FS
               CLOSE ARQ-CHEQUE
               CLOSE ARQ-ENTRADA
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O ARQ-OCORRENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-OCORRENCIA
               OPEN OUTPUT ARQ-OCORRENCIA
               CLOSE ARQ-OCORRENCIA
               OPEN I-O ARQ-OCORRENCIA
           END-IF.
           MOVE "CHEQUEDEV.TXT" TO WS-REP-ARQUIVO.
           MOVE "CHEQUES DEVOLVIDOS" TO WS-REP-TITULO.
           MOVE "BANCO AGENCIA CONTA NUMERO MOTIVO VALOR CPF"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           READ ARQ-ENTRADA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM TRATA-DEVOLUCAO-PROCEDURE
               READ ARQ-ENTRADA
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-CHEQUE.
           CLOSE ARQ-RECEBER.
           CLOSE ARQ-OCORRENCIA.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DEVOLVIDOS=" WS-CONT-DEV " VALOR=" WS-TOT-DEV
               " TARIFAS=" WS-TOT-TARIFA
               " REJEITADOS=" WS-CONT-REJ
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CONT-REJ > ZERO AND WS-RC = ZERO
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "CHEQUES DEVOLVIDOS: " WS-CONT-DEV
               " REJEITADOS: " WS-CONT-REJ.
           STOP RUN RETURNING WS-RC.
       LE-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE "DEFAULT   " TO PCATEGORIA
               READ ARQ-PARAMETROS
                   KEY IS PCATEGORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PTARIFA-CHEQUE > ZERO
                           MOVE PTARIFA-CHEQUE TO WS-TARIFA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETROS.
       TRATA-DEVOLUCAO-PROCEDURE.
           MOVE SPACES TO WS-TOK-BANCO.
           MOVE SPACES TO WS-TOK-AGENCIA.
           MOVE SPACES TO WS-TOK-CONTA.
           MOVE SPACES TO WS-TOK-NUMERO.
           MOVE SPACES TO WS-TOK-MOTIVO.
           UNSTRING ENTRADA-REG DELIMITED BY ";"
               INTO WS-TOK-BANCO WS-TOK-AGENCIA WS-TOK-CONTA
                   WS-TOK-NUMERO WS-TOK-MOTIVO
           END-UNSTRING.
           IF WS-TOK-BANCO = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE CQBANCO = FUNCTION NUMVAL(WS-TOK-BANCO).
           COMPUTE CQAGENCIA = FUNCTION NUMVAL(WS-TOK-AGENCIA).
           MOVE WS-TOK-CONTA TO CQCONTA.
           COMPUTE CQNUMERO = FUNCTION NUMVAL(WS-TOK-NUMERO).
           READ ARQ-CHEQUE
               INVALID KEY
                   PERFORM REJEITA-PROCEDURE
                   EXIT PARAGRAPH
           END-READ.
           IF CQSTATUS = "R"
               PERFORM REJEITA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO CQSTATUS.
           COMPUTE CQMOTIVO = FUNCTION NUMVAL(WS-TOK-MOTIVO).
           MOVE WS-HOJE TO CQDEVDATA.
           REWRITE REG-CHEQUE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CHEQUE " CQNUMERO
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-CONT-DEV.
           ADD CQVALOR TO WS-TOT-DEV.
           ADD WS-TARIFA TO WS-TOT-TARIFA.
           PERFORM DEBITA-CLIENTE-PROCEDURE.
           PERFORM GRAVA-OCORRENCIA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING CQBANCO " " CQAGENCIA " " CQCONTA " " CQNUMERO
               " MOTIVO " CQMOTIVO
               " VALOR=" CQVALOR
               " TARIFA=" WS-TARIFA
               " CPF " CQCPF
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       REJEITA-PROCEDURE.
           ADD 1 TO WS-CONT-REJ.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "REJEITADO (NAO ESTA EM CUSTODIA OU JA DEVOLVIDO): "
               WS-TOK-BANCO " " WS-TOK-AGENCIA " " WS-TOK-CONTA
               " " WS-TOK-NUMERO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       DEBITA-CLIENTE-PROCEDURE.
           COMPUTE WS-DEBITO = CQVALOR + WS-TARIFA.
           MOVE CQCPF TO MRCPF.
           READ ARQ-RECEBER
               INVALID KEY
                   MOVE WS-DEBITO TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD WS-DEBITO TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           OPEN EXTEND ARQ-RECEBITEM.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-RECEBITEM
           END-IF.
           IF WS-FS = 0
               MOVE WS-HOJE TO RIDATA
               MOVE CQCPF TO RICPF
               MOVE CQVALOR TO RIVALOR
               MOVE "CD" TO RIORIGEM
               WRITE REG-RECEBITEM
               MOVE WS-TARIFA TO RIVALOR
               MOVE "TC" TO RIORIGEM
               WRITE REG-RECEBITEM
               CLOSE ARQ-RECEBITEM
           END-IF.
       GRAVA-OCORRENCIA-PROCEDURE.
           MOVE ZEROES TO WS-OC-SEQ.
           MOVE CQCPF TO OCCPF.
           MOVE ZEROES TO OCSEQ.
           START ARQ-OCORRENCIA KEY IS NOT LESS THAN OCCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-OC
               NOT INVALID KEY MOVE "N" TO WS-EOF-OC
           END-START.
           PERFORM UNTIL WS-EOF-OC = "Y"
               READ ARQ-OCORRENCIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-OC
               END-READ
               IF WS-EOF-OC = "N"
                   IF OCCPF = CQCPF
                       MOVE OCSEQ TO WS-OC-SEQ
                   ELSE
                       MOVE "Y" TO WS-EOF-OC
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CQCPF TO OCCPF.
           COMPUTE OCSEQ = WS-OC-SEQ + 1.
           MOVE WS-HOJE TO OCDATA.
           MOVE "CH" TO OCTIPO.
           IF CQMOTIVO = 11
               MOVE "A" TO OCSEVER
           ELSE
               MOVE "B" TO OCSEVER
           END-IF.
           MOVE SPACES TO OCTEXTO.
           STRING "CHEQUE DEVOLVIDO BCO " CQBANCO " NR " CQNUMERO
               " MOT " CQMOTIVO " VALOR " CQVALOR
               DELIMITED BY SIZE INTO OCTEXTO
           END-STRING.
           MOVE ZEROES TO OCEMPID.
           MOVE "A" TO OCSTATUS.
           WRITE REG-OCORRENCIA
               INVALID KEY
                   DISPLAY "OCORRENCIA JA EXISTE PARA " CQCPF
           END-WRITE.
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
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "CHEQUEDEV" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM CHEQUEDEV.
