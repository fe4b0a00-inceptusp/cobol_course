               COPY FCRECEBER.
               COPY FCFECHDIA.
               COPY FCFECHMES.
               COPY FCCONCILIA.
               SELECT ARQ-SAIDA ASSIGN TO "FECHOMES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDRECEBER.
           COPY FDFECHDIA.
           COPY FDFECHMES.
           COPY FDCONCILIA.
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(130).
       WORKING-STORAGE SECTION.
           77 WS-DIA-MULTAS PIC 9(9)V99 VALUE ZERO.
           77 WS-DIA-RECEITA PIC 9(11)V99 VALUE ZERO.
           77 WS-DIVERGE PIC X(1) VALUE "N".
           77 WS-CONC-PEND PIC 9(1) VALUE ZERO.
           77 WS-CONC-ACHOU PIC X(1) VALUE "N".
           77 WS-CONC-DIF PIC -9(11).99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MES A FECHAR (AAAAMM): ".
               STOP RUN RETURNING 8
           END-IF.
           PERFORM CHECA-JA-FECHADO-PROCEDURE.
           PERFORM CHECA-CONCILIACAO-PROCEDURE.
           PERFORM CONSOLIDA-HISTORICO-PROCEDURE.
           PERFORM CONSOLIDA-CAIXA-PROCEDURE.
           PERFORM SALDO-RECEBER-PROCEDURE.
               END-READ
               CLOSE ARQ-FECHMES
           END-IF.
       CHECA-CONCILIACAO-PROCEDURE.
           OPEN INPUT ARQ-CONCILIA.
           IF WS-FS <> 0
               CLOSE ARQ-CONCILIA
               DISPLAY "AVISO: CONCILIACAO DOS AUXILIARES NAO EXECUTADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANOMES TO CNANOMES.
           MOVE LOW-VALUES TO CNSUBRAZAO.
           START ARQ-CONCILIA KEY IS NOT LESS THAN CNCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONCILIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF CNANOMES <> WS-ANOMES
                       MOVE "Y" TO WS-EOF
                   ELSE
                       MOVE "S" TO WS-CONC-ACHOU
                       IF CNSTATUS = "D"
                           ADD 1 TO WS-CONC-PEND
                           MOVE CNDIFERENCA TO WS-CONC-DIF
                           DISPLAY "DIFERENCA NAO JUSTIFICADA: "
                               CNSUBRAZAO " CONTA " CNCONTA
                               " DIF=" WS-CONC-DIF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONCILIA.
           IF WS-CONC-PEND > ZERO
               DISPLAY "MES " WS-ANOMES " NAO BLOQUEADO: CONCILIACAO"
                   " AUXILIAR X RAZAO ACIMA DA TOLERANCIA"
               DISPLAY "(./CONCILIA JUSTIFICA OU CORRIGIR E"
                   " ./CONCILIA MES " WS-ANOMES ")"
               STOP RUN RETURNING 8
           END-IF.
           IF WS-CONC-ACHOU = "N"
               DISPLAY "AVISO: CONCILIACAO DOS AUXILIARES DE "
                   WS-ANOMES " NAO EXECUTADA"
           END-IF.
       CONSOLIDA-HISTORICO-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
