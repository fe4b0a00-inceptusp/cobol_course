               COPY FCDEPOSITO.
               COPY FCSEQUENCIA.
               COPY FCRECIBO.
               COPY FCPIXMOV.
               COPY FCCHEQUE.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCAIXA.
           COPY FDDEPOSITO.
           COPY FDSEQUENCIA.
           COPY FDRECIBO.
           COPY FDPIXMOV.
           COPY FDCHEQUE.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-LOTE PIC 9(6).
           77 WS-LOTE-VALOR PIC 9(9)V99.
           77 WS-LOTE-SESSOES PIC 9(5).
           77 WS-LOTE-CHEQUES PIC 9(5).
           77 WS-LOTE-VALCHQ PIC 9(9)V99.
           77 WS-CONF-VALOR PIC 9(9)V99.
           77 WS-DIF PIC S9(9)V99.
           77 WS-RECIBO-LINHA PIC X(80).
           77 WS-PIX-ID PIC X(32).
           77 WS-PIX-QTD PIC 9(5).
           77 WS-PIX-TOTAL PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TESOURARIA".
           DISPLAY "(2) MARCAR LOTE COMO DEPOSITADO".
           DISPLAY "(3) LANCAR CONFIRMACAO DO BANCO".
           DISPLAY "(4) RELATORIO DE CONCILIACAO".
           DISPLAY "(5) BAIXAR EXCECAO DE PIX".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
                   PERFORM CONFIRMA-LOTE-PROCEDURE
               WHEN 4
                   PERFORM RELATORIO-PROCEDURE
               WHEN 5
                   PERFORM BAIXA-PIX-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               END-IF
           END-PERFORM.
           CLOSE ARQ-CAIXA.
           PERFORM LOTE-CHEQUES-PROCEDURE.
           IF WS-LOTE-SESSOES = ZERO AND WS-LOTE-CHEQUES = ZERO
               DISPLAY "NENHUMA SESSAO FECHADA PENDENTE DE DEPOSITO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM EMITE-GUIA-PROCEDURE.
           DISPLAY "LOTE " WS-LOTE " GERADO COM "
               WS-LOTE-SESSOES " SESSAO(OES), VALOR " WS-LOTE-VALOR.
           IF WS-LOTE-CHEQUES > ZERO
               DISPLAY "INCLUINDO " WS-LOTE-CHEQUES
                   " CHEQUE(S) DA CUSTODIA, VALOR " WS-LOTE-VALCHQ
           END-IF.
       LOTE-CHEQUES-PROCEDURE.
           MOVE ZERO TO WS-LOTE-CHEQUES.
           MOVE ZERO TO WS-LOTE-VALCHQ.
           OPEN I-O ARQ-CHEQUE.
           IF WS-FS <> 0
               CLOSE ARQ-CHEQUE
               EXIT PARAGRAPH
           END-IF.
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
                   AND CQBOMPARA <= WS-HOJE
                   MOVE WS-LOTE TO CQLOTE
                   MOVE "D" TO CQSTATUS
                   REWRITE REG-CHEQUE
                   ADD CQVALOR TO WS-LOTE-VALOR
                   ADD CQVALOR TO WS-LOTE-VALCHQ
                   ADD 1 TO WS-LOTE-CHEQUES
               END-IF
           END-PERFORM.
           CLOSE ARQ-CHEQUE.
       PROXIMO-LOTE-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               WRITE REG-RECIBO FROM WS-RECIBO-LINHA
               IF WS-LOTE-CHEQUES > ZERO
                   MOVE SPACES TO WS-RECIBO-LINHA
                   STRING "DOS QUAIS EM CHEQUES " WS-LOTE-VALCHQ
                       " (" WS-LOTE-CHEQUES " CHEQUES)"
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-STRING
                   WRITE REG-RECIBO FROM WS-RECIBO-LINHA
               END-IF
               MOVE ALL "-" TO WS-RECIBO-LINHA
               WRITE REG-RECIBO FROM WS-RECIBO-LINHA
               CLOSE ARQ-RECIBO
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
                   PERFORM LISTA-SESSOES-PROCEDURE
                   PERFORM LISTA-CHEQUES-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-DEPOSITO.
           PERFORM LISTA-PIX-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           END-PERFORM.
           CLOSE ARQ-CAIXA.
           MOVE 00 TO WS-FS.
       LISTA-CHEQUES-PROCEDURE.
           MOVE DPNUM TO WS-LOTE.
           OPEN INPUT ARQ-CHEQUE.
           IF WS-FS <> 0
               CLOSE ARQ-CHEQUE
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CQCHAVE.
           START ARQ-CHEQUE KEY IS GREATER THAN CQCHAVE
               INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-FS <> 0
               READ ARQ-CHEQUE NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF WS-FS = 0 AND CQLOTE = WS-LOTE
                   MOVE SPACES TO WS-REP-LINHA
                   STRING "  CHEQUE BCO " CQBANCO " AG " CQAGENCIA
                       " NR " CQNUMERO
                       " VALOR=" CQVALOR
                       " STATUS=" CQSTATUS
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   MOVE "L" TO WS-REP-OP
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
           END-PERFORM.
           CLOSE ARQ-CHEQUE.
           MOVE 00 TO WS-FS.
       LISTA-PIX-PROCEDURE.
           OPEN INPUT ARQ-PIXMOV.
           IF WS-FS <> 0
               CLOSE ARQ-PIXMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PIX-QTD.
           MOVE ZERO TO WS-PIX-TOTAL.
           MOVE "PIX EM EXCECAO (SC=SEM CAIXA SB=SEM BANCO VD=VALOR)"
               TO WS-REP-LINHA.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE LOW-VALUES TO PXID.
           START ARQ-PIXMOV KEY IS GREATER THAN PXID
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PIXMOV NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PXSTATUS = "E"
                   ADD 1 TO WS-PIX-QTD
                   IF PXMOTIVO = "SC"
                       ADD PXVALBANCO TO WS-PIX-TOTAL
                   ELSE
                       ADD PXVALOR TO WS-PIX-TOTAL
                   END-IF
                   MOVE SPACES TO WS-REP-LINHA
                   STRING "  PIX " PXID " " PXDATA
                       " " PXMOTIVO
                       " CAIXA=" PXVALOR
                       " BANCO=" PXVALBANCO
                       " OPERADOR " PXEMPID
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   MOVE "L" TO WS-REP-OP
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
           END-PERFORM.
           CLOSE ARQ-PIXMOV.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "PIX EM EXCECAO: " WS-PIX-QTD
               " VALOR=" WS-PIX-TOTAL
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       BAIXA-PIX-PROCEDURE.
           DISPLAY "ID DA TRANSACAO PIX: ".
           ACCEPT WS-PIX-ID.
           OPEN I-O ARQ-PIXMOV.
           IF WS-FS <> 0
               DISPLAY "SEM MOVIMENTO DE PIX, FS=" WS-FS
               CLOSE ARQ-PIXMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PIX-ID) TO PXID.
           READ ARQ-PIXMOV
               INVALID KEY
                   DISPLAY "PIX NAO ENCONTRADO"
               NOT INVALID KEY
                   IF PXSTATUS = "E"
                       MOVE "R" TO PXSTATUS
                       MOVE WS-HOJE TO PXCONCDATA
                       REWRITE REG-PIXMOV
                       DISPLAY "EXCECAO DE PIX BAIXADA"
                   ELSE
                       DISPLAY "PIX NAO ESTA EM EXCECAO, STATUS="
                           PXSTATUS
                   END-IF
           END-READ.
           CLOSE ARQ-PIXMOV.
       END PROGRAM TESOURARIA.
