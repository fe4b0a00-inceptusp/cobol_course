               COPY FCRESERVA.
               COPY FCPARCELA.
               COPY FCCONSENT.
               COPY FCCONTATO.
               COPY FCLOCABERTA.
               COPY FCTREINO.
               SELECT ARQ-CARTAS ASSIGN TO "CARTAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDRESERVA.
           COPY FDPARCELA.
           COPY FDCONSENT.
           COPY FDCONTATO.
           COPY FDLOCABERTA.
           COPY FDTREINO.
           FD ARQ-CARTAS.
           01 CARTA-REG PIC X(120).
           FD ARQ-OUTBOX.
               05 OBVALOR PIC 9(7)V99.
               05 OBDIAS PIC 9(5).
               05 OBSTATUS PIC X(1).
               05 OBREF PIC X(10).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-PA-QEOF PIC X(1).
           77 WS-CN-OK PIC X(1).
           77 WS-CONT-SUPR PIC 9(5) VALUE ZERO.
           77 WS-CONT-SEMCANAL PIC 9(5) VALUE ZERO.
           77 WS-CONT-AVISOS PIC 9(5) VALUE ZERO.
           01 WS-ATR-TABELA.
               05 WS-ATR-REG OCCURS 500 TIMES.
                   10 WS-ATR-CPF PIC 9(11).
                   10 WS-ATR-FEITO PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICA-TREINO-PROCEDURE.
           IF WS-TREINO = "S"
               DISPLAY "BASE DE TREINAMENTO: "
                   "AVISOS NAO GERADOS PARA O OUTBOX"
               STOP RUN RETURNING 0
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           OPEN INPUT ARQ-FILMES.
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               MOVE WS-FS TO WS-RC
           ELSE
               OPEN INPUT ARQ-LOCABERTA
               IF WS-FS <> 0
                   DISPLAY "ERRO AO ABRIR LOCABERTA, FS=" WS-FS
                   MOVE WS-FS TO WS-RC
               ELSE
                   PERFORM COLETA-ATRASOS-PROCEDURE
               END-IF
               CLOSE ARQ-LOCABERTA
               CLOSE ARQ-FILMES
               IF WS-RC = ZERO
                   OPEN INPUT ARQ-CLIENTES
                   IF WS-FS <> 0
                       DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
                       MOVE WS-FS TO WS-RC
                   END-IF
               END-IF
               IF WS-RC = ZERO
                   OPEN OUTPUT ARQ-CARTAS
                   PERFORM CARTAS-NAO-ENTREGUES-PROCEDURE
                   OPEN OUTPUT ARQ-OUTBOX
                   PERFORM GERA-CARTAS-PROCEDURE
                   PERFORM GERA-AVISOS-RESERVA-PROCEDURE
               DISPLAY "COBRANCA: " WS-CONT-CARTAS " CARTA(S), "
                   WS-CONT-OUTBOX " MENSAGEM(NS) NA FILA, "
                   WS-CONT-SUPR " SUPRIMIDA(S) SEM CONSENTIMENTO"
               DISPLAY "COBRANCA: " WS-CONT-AVISOS
                   " AVISO(S) POR CARTA, " WS-CONT-SEMCANAL
                   " COBRANCA(S) SEM EMAIL/SMS VALIDO"
           END-IF.
           STOP RUN RETURNING WS-RC.
       COLETA-ATRASOS-PROCEDURE.
           MOVE 1 TO LADTDEV.
           START ARQ-LOCABERTA KEY IS NOT LESS THAN LADTDEV
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-LOCABERTA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND LADTDEV NOT < WS-HOJE
                   MOVE "Y" TO WS-EOF
               END-IF
               IF WS-EOF = "N"
                   MOVE LAFCOD TO FCOD
                   MOVE LAFCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY MOVE ZEROES TO FACPF
                   END-READ
                   IF FACPF <> ZEROES
                       AND FDTDEV <> ZEROES AND FSTATUS = SPACE
                       COMPUTE WS-JULIANO-VENC =
                           FUNCTION INTEGER-OF-DATE (FDTDEV)
                       IF WS-JULIANO-HOJE > WS-JULIANO-VENC
                           IF WS-ATR-QTD < 500
                               PERFORM GUARDA-ATRASO-PROCEDURE
                           ELSE
                               MOVE "S" TO WS-ATR-CHEIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ADD 1 TO WS-CONT-CARTAS.
           PERFORM GRAVA-OUTBOX-COBRANCA-PROCEDURE.
       GRAVA-OUTBOX-COBRANCA-PROCEDURE.
           MOVE WS-ATR-CPF (WS-ATR-I) TO OBCPF.
           PERFORM ESCOLHE-CANAL-PROCEDURE.
           IF OBCANAL = SPACE
               ADD 1 TO WS-CONT-SEMCANAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ATR-CPF (WS-ATR-I) TO CNCPF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
           MOVE WS-TOT-CLIENTE TO OBVALOR.
           MOVE WS-DIAS-CLIENTE TO OBDIAS.
           MOVE "P" TO OBSTATUS.
           MOVE SPACES TO OBREF.
           WRITE REG-OUTBOX.
           ADD 1 TO WS-CONT-OUTBOX.
       CHECA-CONSENTIMENTO-PROCEDURE.
           END-READ.
           CLOSE ARQ-CONSENT.
           MOVE 00 TO WS-FS.
       ESCOLHE-CANAL-PROCEDURE.
           MOVE SPACES TO CTEMAIL.
           MOVE SPACES TO CTTEL.
           OPEN INPUT ARQ-CONTATO.
           IF WS-FS = 0
               MOVE OBCPF TO CTCPF
               READ ARQ-CONTATO
                   INVALID KEY
                       MOVE SPACES TO CTEMAIL
                       MOVE SPACES TO CTTEL
               END-READ
           END-IF.
           CLOSE ARQ-CONTATO.
           MOVE 00 TO WS-FS.
           MOVE SPACE TO OBCANAL.
           MOVE SPACES TO OBDEST.
           IF CEMAIL <> SPACES AND CEMAIL <> CTEMAIL
               MOVE "E" TO OBCANAL
               MOVE CEMAIL TO OBDEST
           ELSE
               IF CTEL <> SPACES AND CTEL <> CTTEL
                   MOVE "S" TO OBCANAL
                   MOVE CTEL TO OBDEST
               END-IF
           END-IF.
       CARTAS-NAO-ENTREGUES-PROCEDURE.
           OPEN INPUT ARQ-OUTBOX.
           IF WS-FS2 <> 0
               CLOSE ARQ-OUTBOX
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-OUTBOX
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   AND (OBSTATUS = "B" OR OBSTATUS = "F")
                   AND OBTEMPLATE <> "COBRANCA"
                   AND OBTEMPLATE <> "PARCELA "
                   AND OBTEMPLATE <> "RESPRONT"
                   PERFORM CARTA-AVISO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-OUTBOX.
       CARTA-AVISO-PROCEDURE.
           MOVE OBCPF TO CCPF.
           READ ARQ-CLIENTES
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF CNOME = "TITULAR ANONIMIZADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "=" TO CARTA-REG.
           WRITE CARTA-REG.
           MOVE SPACES TO CARTA-REG.
           STRING "AO CLIENTE " CNOME
               DELIMITED BY SIZE INTO CARTA-REG
           END-STRING.
           WRITE CARTA-REG.
           MOVE SPACES TO CARTA-REG.
           STRING CRUA " " CNUM " " CCID "/" CUF
               DELIMITED BY SIZE INTO CARTA-REG
           END-STRING.
           WRITE CARTA-REG.
           MOVE SPACES TO CARTA-REG.
           EVALUATE OBTEMPLATE
               WHEN "PARCELA "
                   STRING "HA PARCELA DO SEU PLANO DE PAGAMENTO VENCIDA"
                       " HA " OBDIAS " DIA(S), VALOR " OBVALOR
                       DELIMITED BY SIZE INTO CARTA-REG
                   END-STRING
               WHEN "PLANQUEB"
                   STRING "SEU PLANO DE PAGAMENTO FOI CANCELADO POR"
                       " ATRASO DE " OBDIAS " DIA(S)"
                       DELIMITED BY SIZE INTO CARTA-REG
                   END-STRING
               WHEN "RESPRONT"
                   MOVE "O FILME QUE VOCE RESERVOU ESTA DISPONIVEL"
                       TO CARTA-REG
                   WRITE CARTA-REG
                   MOVE "PARA RETIRADA NA LOJA" TO CARTA-REG
               WHEN "RECOLHIM"
                   STRING "UM FILME EM SEU PODER FOI RECOLHIDO PELO"
                       " FORNECEDOR, FAVOR DEVOLVE-LO NA LOJA"
                       DELIMITED BY SIZE INTO CARTA-REG
                   END-STRING
               WHEN "RESCANCL"
                   STRING "SUA RESERVA FOI CANCELADA POIS O TITULO FOI"
                       " RECOLHIDO PELO FORNECEDOR"
                       DELIMITED BY SIZE INTO CARTA-REG
                   END-STRING
               WHEN "CUPOM   "
                   STRING "VOCE GANHOU O CUPOM " OBREF " DE " OBVALOR
                       ", VALIDO POR " OBDIAS " DIA(S)"
                       DELIMITED BY SIZE INTO CARTA-REG
                   END-STRING
               WHEN OTHER
                   MOVE "HA UM AVISO PARA VOCE, PROCURE A LOJA"
                       TO CARTA-REG
           END-EVALUATE.
           WRITE CARTA-REG.
           MOVE SPACES TO CARTA-REG.
           STRING "NAO CONSEGUIMOS CONTATO POR EMAIL/SMS,"
               " ATUALIZE SEUS DADOS NA LOJA"
               DELIMITED BY SIZE INTO CARTA-REG
           END-STRING.
           WRITE CARTA-REG.
           ADD 1 TO WS-CONT-AVISOS.

       GERA-AVISOS-PARCELA-PROCEDURE.
           OPEN I-O ARQ-PARCELA.
                   MOVE SPACES TO CTEL
                   MOVE SPACES TO CEMAIL
           END-READ.
           MOVE WS-HOJE TO OBDATA.
           MOVE "PARCELA " TO OBTEMPLATE.
           MOVE PACPF TO OBCPF.
           MOVE PAVALOR TO OBVALOR.
           MOVE WS-PA-ATRASO TO OBDIAS.
           MOVE "P" TO OBSTATUS.
           MOVE SPACES TO OBREF.
           PERFORM ESCOLHE-CANAL-PROCEDURE.
           IF OBCANAL = SPACE
               PERFORM CARTA-AVISO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE PACPF TO CNCPF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
               ADD 1 TO WS-CONT-SUPR
               EXIT PARAGRAPH
           END-IF.
           WRITE REG-OUTBOX.
           ADD 1 TO WS-CONT-OUTBOX.
       AVISA-PLANO-QUEBRADO-PROCEDURE.
                   MOVE SPACES TO CTEL
                   MOVE SPACES TO CEMAIL
           END-READ.
           MOVE WS-HOJE TO OBDATA.
           MOVE "PLANQUEB" TO OBTEMPLATE.
           MOVE PACPF TO OBCPF.
           MOVE ZEROES TO OBVALOR.
           MOVE WS-PA-ATRASO TO OBDIAS.
           MOVE "P" TO OBSTATUS.
           MOVE SPACES TO OBREF.
           PERFORM ESCOLHE-CANAL-PROCEDURE.
           IF OBCANAL = SPACE
               PERFORM CARTA-AVISO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE PACPF TO CNCPF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
               ADD 1 TO WS-CONT-SUPR
               EXIT PARAGRAPH
           END-IF.
           WRITE REG-OUTBOX.
           ADD 1 TO WS-CONT-OUTBOX.
       GERA-AVISOS-RESERVA-PROCEDURE.
                   MOVE SPACES TO CTEL
                   MOVE SPACES TO CEMAIL
           END-READ.
           MOVE WS-HOJE TO OBDATA.
           MOVE "RESPRONT" TO OBTEMPLATE.
           MOVE RCPF TO OBCPF.
           MOVE ZEROES TO OBVALOR.
           MOVE ZEROES TO OBDIAS.
           MOVE "P" TO OBSTATUS.
           MOVE SPACES TO OBREF.
           PERFORM ESCOLHE-CANAL-PROCEDURE.
           IF OBCANAL = SPACE
               PERFORM CARTA-AVISO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE RCPF TO CNCPF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
               ADD 1 TO WS-CONT-SUPR
               EXIT PARAGRAPH
           END-IF.
           WRITE REG-OUTBOX.
           ADD 1 TO WS-CONT-OUTBOX.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM COBRANCA.
