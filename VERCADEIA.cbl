       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERCADEIA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCADEIA.
               COPY FCAUDIT.
               COPY FCAJUSTELOG.
               COPY FCOVERLOG.
               COPY FCHISTORICO.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADEIA.
           COPY FDAUDIT.
           COPY FDAJUSTELOG.
           COPY FDOVERLOG.
           COPY FDHISTORICO.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           COPY CADLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-CD-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-PARM PIC X(80).
           77 WS-P-DESDE PIC X(8).
           77 WS-DESDE PIC 9(8).
           77 WS-K PIC 9(1).
           77 WS-J PIC 9(1).
           77 WS-ARQ PIC X(10).
           77 WS-DADO-OK PIC X(1).
           77 WS-IMAGEM PIC X(850).
           77 WS-POSICAO PIC 9(9).
           77 WS-ESPERADO PIC 9(9).
           77 WS-ELO PIC 9(9).
           77 WS-ULTSEQ PIC 9(9).
           77 WS-CTL-SEQ PIC 9(9).
           77 WS-CTL-ELO PIC 9(9).
           77 WS-QUEBRA PIC X(1).
           77 WS-MOTIVO PIC X(40).
           77 WS-SEQ-SALVA PIC 9(9).
           77 WS-REG-SALVO PIC X(25).
           77 WS-ACHOU PIC X(1).
           77 WS-PROCURA-OP PIC X(1).
           77 WS-CONT-ENTRADAS PIC 9(9).
           77 WS-CONT-SELOS PIC 9(7).
           77 WS-CONT-QUEBRAS PIC 9(3) VALUE ZERO.
           77 WS-SELO-DATA PIC 9(8).
           77 WS-SELO-ELO PIC 9(9).
           01 WS-SELO-DETALHE.
               05 WS-SD-ITEM OCCURS 4 TIMES.
                   10 WS-SD-SEQ PIC 9(9).
                   10 WS-SD-ELO PIC 9(9).
           01 WS-ARQS-SELO.
               05 FILLER PIC X(10) VALUE "AUDITORIA".
               05 FILLER PIC X(10) VALUE "AJUSTELOG".
               05 FILLER PIC X(10) VALUE "OVERLOG".
               05 FILLER PIC X(10) VALUE "HISTORICO".
           01 WS-ARQS-SELO-R REDEFINES WS-ARQS-SELO.
               05 WS-ARQ-SELO PIC X(10) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-P-DESDE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-P-DESDE
           END-UNSTRING.
           IF WS-P-DESDE IS NUMERIC
               MOVE WS-P-DESDE TO WS-DESDE
           ELSE
               COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOJE) - 31)
           END-IF.
           OPEN I-O ARQ-CADEIA.
           IF WS-FS = 35
               CLOSE ARQ-CADEIA
               OPEN OUTPUT ARQ-CADEIA
               CLOSE ARQ-CADEIA
               OPEN I-O ARQ-CADEIA
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CADEIA, FS=" WS-FS
               CLOSE ARQ-CADEIA
               STOP RUN RETURNING 8
           END-IF.
           CLOSE ARQ-CADEIA.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "VERCADEIA." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "VERIFICACAO DA CADEIA DOS LOGS" TO WS-REP-TITULO.
           MOVE "ARQUIVO    SITUACAO" TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE WS-ARQ-SELO (WS-K) TO WS-ARQ
               PERFORM VERIFICA-ARQUIVO-PROCEDURE
           END-PERFORM.
           PERFORM VERIFICA-SELOS-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-CONT-QUEBRAS = ZERO
               MOVE "CADEIAS INTEGRAS" TO WS-REP-LINHA
           ELSE
               STRING "CADEIAS COM QUEBRA: " WS-CONT-QUEBRAS
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               MOVE 4 TO WS-RC
           END-IF.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STOP RUN RETURNING WS-RC.
       VERIFICA-ARQUIVO-PROCEDURE.
           MOVE "N" TO WS-QUEBRA.
           MOVE ZEROES TO WS-CONT-ENTRADAS.
           OPEN INPUT ARQ-CADEIA.
           MOVE WS-ARQ TO CDARQ.
           MOVE ZEROES TO CDSEQ.
           READ ARQ-CADEIA
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS > 9
               CLOSE ARQ-CADEIA
               PERFORM INICIA-CADEIA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE CDULTSEQ TO WS-CTL-SEQ.
           MOVE CDELO TO WS-CTL-ELO.
           PERFORM ABRE-DADO-PROCEDURE.
           MOVE ZEROES TO WS-ESPERADO.
           MOVE ZEROES TO WS-ELO.
           MOVE ZEROES TO WS-POSICAO.
           MOVE WS-ARQ TO CDARQ.
           MOVE 1 TO CDSEQ.
           START ARQ-CADEIA KEY IS NOT LESS THAN CDCHAVE
               INVALID KEY MOVE "Y" TO WS-CD-EOF
               NOT INVALID KEY MOVE "N" TO WS-CD-EOF
           END-START.
           PERFORM UNTIL WS-CD-EOF = "Y" OR WS-QUEBRA = "S"
               READ ARQ-CADEIA NEXT RECORD
                   AT END MOVE "Y" TO WS-CD-EOF
               END-READ
               IF WS-CD-EOF = "N" AND CDARQ <> WS-ARQ
                   MOVE "Y" TO WS-CD-EOF
               END-IF
               IF WS-CD-EOF = "N"
                   ADD 1 TO WS-CONT-ENTRADAS
                   PERFORM CONFERE-ENTRADA-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-QUEBRA = "N"
               IF WS-ESPERADO <> WS-CTL-SEQ OR WS-ELO <> WS-CTL-ELO
                   MOVE WS-ESPERADO TO WS-POSICAO
                   MOVE "CADEIA DIVERGE DO CONTROLE" TO WS-MOTIVO
                   MOVE WS-CTL-SEQ TO WS-ULTSEQ
                   MOVE SPACES TO CDREG
                   PERFORM QUEBRA-PROCEDURE
               END-IF
           END-IF.
           IF WS-QUEBRA = "N" AND WS-K < 4
               PERFORM LE-DADO-PROCEDURE
               IF WS-DADO-OK = "S"
                   ADD 1 TO WS-POSICAO
                   MOVE "REGISTRO SEM SELO" TO WS-MOTIVO
                   MOVE ZEROES TO WS-ULTSEQ
                   PERFORM QUEBRA-PROCEDURE
               END-IF
           END-IF.
           IF WS-QUEBRA = "N" AND WS-K = 4
               PERFORM PROCURA-SEM-SELO-PROCEDURE
           END-IF.
           PERFORM FECHA-DADO-PROCEDURE.
           CLOSE ARQ-CADEIA.
           IF WS-QUEBRA = "N"
               MOVE SPACES TO WS-REP-LINHA
               STRING WS-ARQ " INTEGRO, " WS-CONT-ENTRADAS
                   " ENTRADA(S), ULTIMO ELO " WS-ELO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               PERFORM ESCREVE-LINHA-PROCEDURE
           END-IF.
       CONFERE-ENTRADA-PROCEDURE.
           ADD 1 TO WS-ESPERADO.
           MOVE CDSEQ TO WS-ULTSEQ.
           IF CDSEQ <> WS-ESPERADO
               MOVE WS-ESPERADO TO WS-ULTSEQ
               MOVE "ENTRADA DA CADEIA AUSENTE" TO WS-MOTIVO
               PERFORM QUEBRA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF CDANTERIOR <> WS-ELO
               MOVE "ENCADEAMENTO ROMPIDO" TO WS-MOTIVO
               PERFORM QUEBRA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-K < 4
               PERFORM LE-DADO-PROCEDURE
               IF WS-DADO-OK = "N"
                   ADD 1 TO WS-POSICAO
                   MOVE "REGISTRO AUSENTE" TO WS-MOTIVO
                   PERFORM QUEBRA-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POSICAO
           ELSE
               PERFORM LE-HISTORICO-PROCEDURE
           END-IF.
           MOVE CDANTERIOR TO WS-CAD-ANTERIOR.
           MOVE CDSEQ TO WS-CAD-SEQ.
           MOVE CDOP TO WS-CAD-TIPO.
           MOVE CDREG TO WS-CAD-REG.
           MOVE CDHASH TO WS-CAD-HASH.
           MOVE "C" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
           IF WS-CAD-ELO <> CDELO
               MOVE "ELO INVALIDO" TO WS-MOTIVO
               PERFORM QUEBRA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE CDELO TO WS-ELO.
           IF WS-K < 4
               MOVE WS-IMAGEM TO WS-CAD-IMAGEM
               MOVE "H" TO WS-CAD-OP
               CALL "CADEIA" USING WS-CAD
               IF WS-CAD-HASH <> CDHASH
                   MOVE "REGISTRO ALTERADO" TO WS-MOTIVO
                   PERFORM QUEBRA-PROCEDURE
               END-IF
           ELSE
               PERFORM CONFERE-HISTORICO-PROCEDURE
           END-IF.
       LE-HISTORICO-PROCEDURE.
           MOVE SPACES TO WS-IMAGEM.
           MOVE "N" TO WS-DADO-OK.
           MOVE CDREG TO HCHAVE.
           READ ARQ-HISTORICO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-DADO-OK
                   MOVE REG-HISTORICO TO WS-IMAGEM
           END-READ.
       CONFERE-HISTORICO-PROCEDURE.
           IF CDOP <> "W"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DADO-OK = "S"
               MOVE WS-IMAGEM TO WS-CAD-IMAGEM
               MOVE "H" TO WS-CAD-OP
               CALL "CADEIA" USING WS-CAD
               IF WS-CAD-HASH = CDHASH
                   EXIT PARAGRAPH
               END-IF
               MOVE "W" TO WS-PROCURA-OP
               PERFORM PROCURA-POSTERIOR-PROCEDURE
               IF WS-ACHOU = "N"
                   MOVE "REGISTRO ALTERADO" TO WS-MOTIVO
                   PERFORM QUEBRA-PROCEDURE
               END-IF
           ELSE
               MOVE "E" TO WS-PROCURA-OP
               PERFORM PROCURA-POSTERIOR-PROCEDURE
               IF WS-ACHOU = "N"
                   MOVE "REGISTRO AUSENTE" TO WS-MOTIVO
                   PERFORM QUEBRA-PROCEDURE
               END-IF
           END-IF.
       PROCURA-POSTERIOR-PROCEDURE.
           MOVE "N" TO WS-ACHOU.
           MOVE CDSEQ TO WS-SEQ-SALVA.
           MOVE CDREG TO WS-REG-SALVO.
           MOVE "HISTORICO" TO CDALT-ARQ.
           START ARQ-CADEIA KEY IS EQUAL TO CDALT
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CADEIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF CDALT-ARQ <> "HISTORICO" OR CDREG <> WS-REG-SALVO
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF CDSEQ > WS-SEQ-SALVA
                           AND CDOP = WS-PROCURA-OP
                           MOVE "S" TO WS-ACHOU
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "HISTORICO" TO CDARQ.
           MOVE WS-SEQ-SALVA TO CDSEQ.
           START ARQ-CADEIA KEY IS GREATER THAN CDCHAVE
               INVALID KEY MOVE "Y" TO WS-CD-EOF
           END-START.
           MOVE WS-SEQ-SALVA TO CDSEQ.
           MOVE WS-REG-SALVO TO CDREG.
       PROCURA-SEM-SELO-PROCEDURE.
           MOVE ZEROES TO WS-POSICAO.
           MOVE LOW-VALUES TO HCHAVE.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y" OR WS-QUEBRA = "S"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   ADD 1 TO WS-POSICAO
                   MOVE "HISTORICO" TO CDALT-ARQ
                   MOVE HCHAVE TO CDREG
                   START ARQ-CADEIA KEY IS EQUAL TO CDALT
                       INVALID KEY
                           MOVE HCHAVE TO CDREG
                           MOVE ZEROES TO WS-ULTSEQ
                           MOVE "REGISTRO SEM SELO" TO WS-MOTIVO
                           PERFORM QUEBRA-PROCEDURE
                   END-START
               END-IF
           END-PERFORM.
       QUEBRA-PROCEDURE.
           MOVE "S" TO WS-QUEBRA.
           ADD 1 TO WS-CONT-QUEBRAS.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-K < 4
               STRING WS-ARQ " " WS-MOTIVO " REGISTRO " WS-POSICAO
                   " SEQ " WS-ULTSEQ
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING WS-ARQ " " WS-MOTIVO " CHAVE " CDREG
                   " SEQ " WS-ULTSEQ
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           PERFORM ESCREVE-LINHA-PROCEDURE.
       ABRE-DADO-PROCEDURE.
           MOVE "S" TO WS-DADO-OK.
           EVALUATE WS-K
               WHEN 1
                   OPEN INPUT ARQ-AUDIT
               WHEN 2
                   OPEN INPUT ARQ-AJUSTELOG
               WHEN 3
                   OPEN INPUT ARQ-OVERLOG
               WHEN 4
                   OPEN INPUT ARQ-HISTORICO
           END-EVALUATE.
           IF WS-FS <> 0
               MOVE "N" TO WS-DADO-OK
           END-IF.
           MOVE WS-DADO-OK TO WS-EOF.
       FECHA-DADO-PROCEDURE.
           EVALUATE WS-K
               WHEN 1
                   CLOSE ARQ-AUDIT
               WHEN 2
                   CLOSE ARQ-AJUSTELOG
               WHEN 3
                   CLOSE ARQ-OVERLOG
               WHEN 4
                   CLOSE ARQ-HISTORICO
           END-EVALUATE.
       LE-DADO-PROCEDURE.
           MOVE SPACES TO WS-IMAGEM.
           IF WS-EOF = "N"
               MOVE "N" TO WS-DADO-OK
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-K
               WHEN 1
                   READ ARQ-AUDIT
                       AT END MOVE "N" TO WS-EOF
                       NOT AT END MOVE REG-AUDIT TO WS-IMAGEM
                   END-READ
               WHEN 2
                   READ ARQ-AJUSTELOG
                       AT END MOVE "N" TO WS-EOF
                       NOT AT END MOVE REG-AJUSTELOG TO WS-IMAGEM
                   END-READ
               WHEN 3
                   READ ARQ-OVERLOG
                       AT END MOVE "N" TO WS-EOF
                       NOT AT END MOVE REG-OVERLOG TO WS-IMAGEM
                   END-READ
               WHEN 4
                   READ ARQ-HISTORICO NEXT RECORD
                       AT END MOVE "N" TO WS-EOF
                       NOT AT END MOVE REG-HISTORICO TO WS-IMAGEM
                   END-READ
           END-EVALUATE.
           MOVE WS-EOF TO WS-DADO-OK.
       INICIA-CADEIA-PROCEDURE.
           MOVE ZEROES TO WS-POSICAO.
           MOVE WS-ARQ TO WS-CAD-ARQUIVO.
           MOVE SPACES TO WS-CAD-REG.
           MOVE "R" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
           IF WS-CAD-RC = "E"
               MOVE "S" TO WS-QUEBRA
               ADD 1 TO WS-CONT-QUEBRAS
               MOVE SPACES TO WS-REP-LINHA
               STRING WS-ARQ " FALHA AO INICIAR A CADEIA"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               PERFORM ESCREVE-LINHA-PROCEDURE
               MOVE "L" TO WS-CAD-OP
               CALL "CADEIA" USING WS-CAD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POSICAO = WS-CAD-SEQ - 1.
           MOVE "L" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-ARQ " CADEIA INICIADA COM " WS-POSICAO
               " REGISTRO(S) EXISTENTE(S)"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM ESCREVE-LINHA-PROCEDURE.
       VERIFICA-SELOS-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "SELOS DIARIOS DESDE " WS-DESDE
               " (CONFERIR COM O FECHODIA IMPRESSO)"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE "SELODIA" TO WS-ARQ.
           MOVE 5 TO WS-K.
           MOVE "N" TO WS-QUEBRA.
           MOVE ZEROES TO WS-ELO.
           MOVE ZEROES TO WS-CONT-SELOS.
           OPEN INPUT ARQ-CADEIA.
           MOVE "SELODIA" TO CDARQ.
           MOVE 1 TO CDSEQ.
           START ARQ-CADEIA KEY IS NOT LESS THAN CDCHAVE
               INVALID KEY MOVE "Y" TO WS-CD-EOF
               NOT INVALID KEY MOVE "N" TO WS-CD-EOF
           END-START.
           PERFORM UNTIL WS-CD-EOF = "Y"
               READ ARQ-CADEIA NEXT RECORD
                   AT END MOVE "Y" TO WS-CD-EOF
               END-READ
               IF WS-CD-EOF = "N" AND CDARQ <> "SELODIA"
                   MOVE "Y" TO WS-CD-EOF
               END-IF
               IF WS-CD-EOF = "N"
                   ADD 1 TO WS-CONT-SELOS
                   PERFORM CONFERE-SELO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CADEIA.
           IF WS-CONT-SELOS = ZERO
               MOVE "NENHUM SELO DIARIO EMITIDO" TO WS-REP-LINHA
               PERFORM ESCREVE-LINHA-PROCEDURE
           END-IF.
       CONFERE-SELO-PROCEDURE.
           MOVE CDSEQ TO WS-SELO-DATA.
           MOVE CDELO TO WS-SELO-ELO.
           MOVE CDDETALHE TO WS-SELO-DETALHE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-CAD-IMAGEM.
           MOVE CDDETALHE TO WS-CAD-IMAGEM (1:72).
           MOVE CDANTERIOR TO WS-CAD-ANTERIOR.
           MOVE CDSEQ TO WS-CAD-SEQ.
           MOVE CDOP TO WS-CAD-TIPO.
           MOVE CDREG TO WS-CAD-REG.
           MOVE "H" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
           IF CDANTERIOR <> WS-ELO
               MOVE "SELO FORA DE SEQUENCIA" TO WS-MOTIVO
           END-IF.
           IF WS-CAD-HASH <> CDHASH OR WS-CAD-ELO <> CDELO
               MOVE "SELO ADULTERADO" TO WS-MOTIVO
           END-IF.
           MOVE CDELO TO WS-ELO.
           IF WS-MOTIVO = SPACES
               MOVE CDCHAVE TO WS-REG-SALVO
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 4
                   IF WS-SD-SEQ (WS-J) > ZERO
                       MOVE WS-ARQ-SELO (WS-J) TO CDARQ
                       MOVE WS-SD-SEQ (WS-J) TO CDSEQ
                       READ ARQ-CADEIA
                           INVALID KEY
                               MOVE "ENTRADA SELADA AUSENTE EM "
                                   TO WS-MOTIVO
                               MOVE WS-ARQ-SELO (WS-J)
                                   TO WS-MOTIVO (27:10)
                           NOT INVALID KEY
                               IF CDELO <> WS-SD-ELO (WS-J)
                                   MOVE "ENTRADA SELADA ALTERADA EM "
                                       TO WS-MOTIVO
                                   MOVE WS-ARQ-SELO (WS-J)
                                       TO WS-MOTIVO (28:10)
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               MOVE WS-REG-SALVO TO CDCHAVE
               START ARQ-CADEIA KEY IS GREATER THAN CDCHAVE
                   INVALID KEY MOVE "Y" TO WS-CD-EOF
               END-START
           END-IF.
           IF WS-MOTIVO <> SPACES
               ADD 1 TO WS-CONT-QUEBRAS
           END-IF.
           IF WS-MOTIVO <> SPACES OR WS-SELO-DATA >= WS-DESDE
               MOVE SPACES TO WS-REP-LINHA
               STRING "SELO " WS-SELO-DATA " " WS-SELO-ELO " "
                   WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               PERFORM ESCREVE-LINHA-PROCEDURE
           END-IF.
       ESCREVE-LINHA-PROCEDURE.
           DISPLAY WS-REP-LINHA (1:79).
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM VERCADEIA.
