       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEIA.
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
           77 WS-FS PIC 99.
           77 WS-RESERVADO PIC X(1) VALUE "N".
           77 WS-REEMITE PIC X(1).
           77 WS-CHAVE-SELO PIC X(24) VALUE "LOC-7F3A91C2E5-SELO-0B64".
           77 WS-H PIC 9(12).
           77 WS-TEXTO PIC X(900).
           77 WS-TAM PIC 9(4).
           77 WS-I PIC 9(4).
           77 WS-K PIC 9(1).
           77 WS-SEQ PIC 9(9).
           77 WS-ANTERIOR PIC 9(9).
           77 WS-ARQ-CTL PIC X(10).
           77 WS-SB-K PIC 9(1).
           77 WS-SB-SEQ PIC 9(9).
           77 WS-SB-ELO PIC 9(9).
           77 WS-SB-EOF PIC X(1).
           77 WS-SB-ERRO PIC X(1).
           77 WS-SB-REG PIC X(25).
           77 WS-CAD-SALVO PIC X(932).
           01 WS-ELO-BASE.
               05 WS-EB-ANTERIOR PIC 9(9).
               05 WS-EB-SEQ PIC 9(9).
               05 WS-EB-TIPO PIC X(1).
               05 WS-EB-REG PIC X(25).
               05 WS-EB-HASH PIC 9(9).
           01 WS-ARQS-SELO.
               05 FILLER PIC X(10) VALUE "AUDITORIA".
               05 FILLER PIC X(10) VALUE "AJUSTELOG".
               05 FILLER PIC X(10) VALUE "OVERLOG".
               05 FILLER PIC X(10) VALUE "HISTORICO".
           01 WS-ARQS-SELO-R REDEFINES WS-ARQS-SELO.
               05 WS-ARQ-SELO PIC X(10) OCCURS 4 TIMES.
       LINKAGE SECTION.
           01 LK-CAD.
               05 LK-CAD-OP PIC X(1).
               05 LK-CAD-ARQUIVO PIC X(10).
               05 LK-CAD-REG PIC X(25).
               05 LK-CAD-TIPO PIC X(1).
               05 LK-CAD-IMAGEM PIC X(850).
               05 LK-CAD-SELO REDEFINES LK-CAD-IMAGEM.
                   10 LK-CAD-S-ITEM OCCURS 4 TIMES.
                       15 LK-CAD-S-SEQ PIC 9(9).
                       15 LK-CAD-S-ELO PIC 9(9).
                   10 FILLER PIC X(778).
               05 LK-CAD-DATA PIC 9(8).
               05 LK-CAD-SEQ PIC 9(9).
               05 LK-CAD-ANTERIOR PIC 9(9).
               05 LK-CAD-HASH PIC 9(9).
               05 LK-CAD-ELO PIC 9(9).
               05 LK-CAD-RC PIC X(1).
       PROCEDURE DIVISION USING LK-CAD.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-CAD-RC.
           EVALUATE LK-CAD-OP
               WHEN "R"
                   PERFORM RESERVA-PROCEDURE
               WHEN "W"
               WHEN "E"
                   PERFORM SELA-PROCEDURE
               WHEN "L"
                   PERFORM LIBERA-PROCEDURE
               WHEN "H"
                   PERFORM CALCULA-PROCEDURE
               WHEN "C"
                   PERFORM CALCULA-ELO-PROCEDURE
               WHEN "S"
                   PERFORM SELO-DIA-PROCEDURE
               WHEN OTHER
                   MOVE "E" TO LK-CAD-RC
           END-EVALUATE.
           GOBACK.
       ABRE-PROCEDURE.
           OPEN I-O ARQ-CADEIA.
           IF WS-FS = 35
               CLOSE ARQ-CADEIA
               OPEN OUTPUT ARQ-CADEIA
               CLOSE ARQ-CADEIA
               OPEN I-O ARQ-CADEIA
           END-IF.
           IF WS-FS <> 0
               MOVE "E" TO LK-CAD-RC
               CLOSE ARQ-CADEIA
           END-IF.
       LE-CONTROLE-PROCEDURE.
           MOVE ZEROES TO CDSEQ.
           READ ARQ-CADEIA
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS NOT = 51
               READ ARQ-CADEIA
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           IF WS-FS = 23
               MOVE CDARQ TO CDALT-ARQ
               MOVE SPACES TO CDREG
               MOVE "C" TO CDOP
               ACCEPT CDDATA FROM DATE YYYYMMDD
               ACCEPT CDHORA FROM TIME
               MOVE ZEROES TO CDHASH
               MOVE ZEROES TO CDANTERIOR
               MOVE ZEROES TO CDELO
               MOVE ZEROES TO CDULTSEQ
               MOVE SPACES TO CDDETALHE
               WRITE REG-CADEIA
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-FS < 10
                   PERFORM SELA-EXISTENTES-PROCEDURE
               END-IF
               READ ARQ-CADEIA
                   INVALID KEY CONTINUE
               END-READ
               PERFORM UNTIL WS-FS NOT = 51
                   READ ARQ-CADEIA
                       INVALID KEY CONTINUE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FS > 9
               MOVE "E" TO LK-CAD-RC
           END-IF.
       SELA-EXISTENTES-PROCEDURE.
           MOVE CDARQ TO WS-ARQ-CTL.
           MOVE ZERO TO WS-SB-K.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-ARQ-SELO (WS-K) = WS-ARQ-CTL
                   MOVE WS-K TO WS-SB-K
               END-IF
           END-PERFORM.
           IF WS-SB-K = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CAD TO WS-CAD-SALVO.
           MOVE LK-CAD-REG TO WS-SB-REG.
           MOVE ZEROES TO WS-SB-SEQ.
           MOVE ZEROES TO WS-SB-ELO.
           MOVE "N" TO WS-SB-ERRO.
           EVALUATE WS-SB-K
               WHEN 1
                   OPEN INPUT ARQ-AUDIT
               WHEN 2
                   OPEN INPUT ARQ-AJUSTELOG
               WHEN 3
                   OPEN INPUT ARQ-OVERLOG
               WHEN 4
                   OPEN INPUT ARQ-HISTORICO
           END-EVALUATE.
           IF WS-FS = 0
               MOVE "N" TO WS-SB-EOF
               PERFORM UNTIL WS-SB-EOF = "Y" OR WS-SB-ERRO = "S"
                   PERFORM SELA-EXISTENTE-PROCEDURE
               END-PERFORM
               EVALUATE WS-SB-K
                   WHEN 1
                       CLOSE ARQ-AUDIT
                   WHEN 2
                       CLOSE ARQ-AJUSTELOG
                   WHEN 3
                       CLOSE ARQ-OVERLOG
                   WHEN 4
                       CLOSE ARQ-HISTORICO
               END-EVALUATE
           END-IF.
           MOVE WS-ARQ-CTL TO CDARQ.
           MOVE ZEROES TO CDSEQ.
           READ ARQ-CADEIA
               INVALID KEY CONTINUE
           END-READ.
           PERFORM UNTIL WS-FS NOT = 51
               READ ARQ-CADEIA
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           IF WS-FS < 10 AND WS-SB-SEQ > ZERO
               MOVE WS-SB-SEQ TO CDULTSEQ
               MOVE WS-SB-ELO TO CDELO
               REWRITE REG-CADEIA
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           MOVE WS-CAD-SALVO TO LK-CAD.
           IF WS-SB-ERRO = "S" OR WS-FS > 9
               MOVE "E" TO LK-CAD-RC
           END-IF.
           MOVE WS-ARQ-CTL TO CDARQ.
           MOVE ZEROES TO CDSEQ.
       SELA-EXISTENTE-PROCEDURE.
           MOVE SPACES TO LK-CAD-IMAGEM.
           MOVE SPACES TO LK-CAD-REG.
           EVALUATE WS-SB-K
               WHEN 1
                   READ ARQ-AUDIT
                       AT END MOVE "Y" TO WS-SB-EOF
                       NOT AT END MOVE REG-AUDIT TO LK-CAD-IMAGEM
                   END-READ
               WHEN 2
                   READ ARQ-AJUSTELOG
                       AT END MOVE "Y" TO WS-SB-EOF
                       NOT AT END MOVE REG-AJUSTELOG TO LK-CAD-IMAGEM
                   END-READ
               WHEN 3
                   READ ARQ-OVERLOG
                       AT END MOVE "Y" TO WS-SB-EOF
                       NOT AT END MOVE REG-OVERLOG TO LK-CAD-IMAGEM
                   END-READ
               WHEN 4
                   READ ARQ-HISTORICO NEXT RECORD
                       AT END MOVE "Y" TO WS-SB-EOF
                       NOT AT END
                           MOVE REG-HISTORICO TO LK-CAD-IMAGEM
                           MOVE HCHAVE TO LK-CAD-REG
                   END-READ
           END-EVALUATE.
           IF WS-SB-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SB-K = 4 AND LK-CAD-REG = WS-SB-REG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SB-SEQ.
           MOVE WS-ARQ-CTL TO LK-CAD-ARQUIVO.
           MOVE "W" TO LK-CAD-TIPO.
           MOVE WS-SB-SEQ TO LK-CAD-SEQ.
           MOVE WS-SB-ELO TO LK-CAD-ANTERIOR.
           PERFORM CALCULA-PROCEDURE.
           MOVE WS-ARQ-CTL TO CDARQ.
           MOVE WS-SB-SEQ TO CDSEQ.
           MOVE WS-ARQ-CTL TO CDALT-ARQ.
           MOVE LK-CAD-REG TO CDREG.
           MOVE "W" TO CDOP.
           ACCEPT CDDATA FROM DATE YYYYMMDD.
           ACCEPT CDHORA FROM TIME.
           MOVE LK-CAD-HASH TO CDHASH.
           MOVE WS-SB-ELO TO CDANTERIOR.
           MOVE LK-CAD-ELO TO CDELO.
           MOVE ZEROES TO CDULTSEQ.
           MOVE SPACES TO CDDETALHE.
           WRITE REG-CADEIA
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-FS > 9
               SUBTRACT 1 FROM WS-SB-SEQ
               MOVE "S" TO WS-SB-ERRO
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CAD-ELO TO WS-SB-ELO.
       RESERVA-PROCEDURE.
           IF WS-RESERVADO = "S"
               PERFORM LIBERA-PROCEDURE
           END-IF.
           PERFORM ABRE-PROCEDURE.
           IF LK-CAD-RC = "E"
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CAD-ARQUIVO TO CDARQ.
           PERFORM LE-CONTROLE-PROCEDURE.
           IF LK-CAD-RC = "E"
               CLOSE ARQ-CADEIA
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-RESERVADO.
           COMPUTE WS-SEQ = CDULTSEQ + 1.
           MOVE CDELO TO WS-ANTERIOR.
           MOVE WS-SEQ TO LK-CAD-SEQ.
           MOVE WS-ANTERIOR TO LK-CAD-ANTERIOR.
       SELA-PROCEDURE.
           IF WS-RESERVADO <> "S"
               PERFORM RESERVA-PROCEDURE
               IF LK-CAD-RC = "E"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE LK-CAD-OP TO LK-CAD-TIPO.
           MOVE WS-SEQ TO LK-CAD-SEQ.
           MOVE WS-ANTERIOR TO LK-CAD-ANTERIOR.
           PERFORM CALCULA-PROCEDURE.
           MOVE LK-CAD-ARQUIVO TO CDARQ.
           MOVE WS-SEQ TO CDSEQ.
           MOVE LK-CAD-ARQUIVO TO CDALT-ARQ.
           MOVE LK-CAD-REG TO CDREG.
           MOVE LK-CAD-TIPO TO CDOP.
           ACCEPT CDDATA FROM DATE YYYYMMDD.
           ACCEPT CDHORA FROM TIME.
           MOVE LK-CAD-HASH TO CDHASH.
           MOVE WS-ANTERIOR TO CDANTERIOR.
           MOVE LK-CAD-ELO TO CDELO.
           MOVE ZEROES TO CDULTSEQ.
           MOVE SPACES TO CDDETALHE.
           WRITE REG-CADEIA
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-FS > 9
               MOVE "E" TO LK-CAD-RC
               PERFORM LIBERA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CAD-ARQUIVO TO CDARQ.
           PERFORM LE-CONTROLE-PROCEDURE.
           IF LK-CAD-RC <> "E"
               MOVE WS-SEQ TO CDULTSEQ
               MOVE LK-CAD-ELO TO CDELO
               REWRITE REG-CADEIA
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-FS > 9
                   MOVE "E" TO LK-CAD-RC
               END-IF
           END-IF.
           PERFORM LIBERA-PROCEDURE.
       LIBERA-PROCEDURE.
           IF WS-RESERVADO = "S"
               CLOSE ARQ-CADEIA
               MOVE "N" TO WS-RESERVADO
           END-IF.
       CALCULA-PROCEDURE.
           MOVE LK-CAD-IMAGEM TO WS-TEXTO.
           MOVE 850 TO WS-TAM.
           PERFORM HASH-PROCEDURE.
           MOVE WS-H TO LK-CAD-HASH.
           PERFORM CALCULA-ELO-PROCEDURE.
       CALCULA-ELO-PROCEDURE.
           MOVE LK-CAD-ANTERIOR TO WS-EB-ANTERIOR.
           MOVE LK-CAD-SEQ TO WS-EB-SEQ.
           MOVE LK-CAD-TIPO TO WS-EB-TIPO.
           MOVE LK-CAD-REG TO WS-EB-REG.
           MOVE LK-CAD-HASH TO WS-EB-HASH.
           MOVE WS-ELO-BASE TO WS-TEXTO.
           MOVE 53 TO WS-TAM.
           PERFORM HASH-PROCEDURE.
           MOVE WS-H TO LK-CAD-ELO.
       HASH-PROCEDURE.
           MOVE 5381 TO WS-H.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 24
               COMPUTE WS-H = FUNCTION MOD (WS-H * 257
                   + FUNCTION ORD (WS-CHAVE-SELO (WS-I:1)), 999999937)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAM
               COMPUTE WS-H = FUNCTION MOD (WS-H * 257
                   + FUNCTION ORD (WS-TEXTO (WS-I:1)), 999999937)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 24 BY -1 UNTIL WS-I < 1
               COMPUTE WS-H = FUNCTION MOD (WS-H * 257
                   + FUNCTION ORD (WS-CHAVE-SELO (WS-I:1)), 999999937)
           END-PERFORM.
       SELO-DIA-PROCEDURE.
           IF WS-RESERVADO = "S"
               PERFORM LIBERA-PROCEDURE
           END-IF.
           PERFORM ABRE-PROCEDURE.
           IF LK-CAD-RC = "E"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LK-CAD-IMAGEM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE WS-ARQ-SELO (WS-K) TO CDARQ
               MOVE ZEROES TO CDSEQ
               READ ARQ-CADEIA
                   INVALID KEY CONTINUE
               END-READ
               PERFORM UNTIL WS-FS NOT = 51
                   READ ARQ-CADEIA
                       INVALID KEY CONTINUE
                   END-READ
               END-PERFORM
               IF WS-FS < 10
                   MOVE CDULTSEQ TO LK-CAD-S-SEQ (WS-K)
                   MOVE CDELO TO LK-CAD-S-ELO (WS-K)
               ELSE
                   MOVE ZEROES TO LK-CAD-S-SEQ (WS-K)
                   MOVE ZEROES TO LK-CAD-S-ELO (WS-K)
               END-IF
           END-PERFORM.
           MOVE "SELODIA" TO CDARQ.
           PERFORM LE-CONTROLE-PROCEDURE.
           IF LK-CAD-RC = "E"
               CLOSE ARQ-CADEIA
               EXIT PARAGRAPH
           END-IF.
           IF CDULTSEQ > LK-CAD-DATA
               MOVE "E" TO LK-CAD-RC
               CLOSE ARQ-CADEIA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REEMITE.
           MOVE CDELO TO WS-ANTERIOR.
           IF CDULTSEQ = LK-CAD-DATA
               MOVE "S" TO WS-REEMITE
               MOVE LK-CAD-DATA TO CDSEQ
               READ ARQ-CADEIA
                   INVALID KEY MOVE "N" TO WS-REEMITE
                   NOT INVALID KEY MOVE CDANTERIOR TO WS-ANTERIOR
               END-READ
           END-IF.
           MOVE "SELODIA" TO LK-CAD-ARQUIVO.
           MOVE SPACES TO LK-CAD-REG.
           MOVE "S" TO LK-CAD-TIPO.
           MOVE LK-CAD-DATA TO LK-CAD-SEQ.
           MOVE WS-ANTERIOR TO LK-CAD-ANTERIOR.
           PERFORM CALCULA-PROCEDURE.
           MOVE "SELODIA" TO CDARQ.
           MOVE LK-CAD-DATA TO CDSEQ.
           MOVE "SELODIA" TO CDALT-ARQ.
           MOVE SPACES TO CDREG.
           MOVE "S" TO CDOP.
           ACCEPT CDDATA FROM DATE YYYYMMDD.
           ACCEPT CDHORA FROM TIME.
           MOVE LK-CAD-HASH TO CDHASH.
           MOVE WS-ANTERIOR TO CDANTERIOR.
           MOVE LK-CAD-ELO TO CDELO.
           MOVE ZEROES TO CDULTSEQ.
           MOVE LK-CAD-IMAGEM (1:72) TO CDDETALHE.
           IF WS-REEMITE = "S"
               REWRITE REG-CADEIA
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-CADEIA
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           IF WS-FS > 9
               MOVE "E" TO LK-CAD-RC
               CLOSE ARQ-CADEIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-CONTROLE-PROCEDURE.
           IF LK-CAD-RC <> "E"
               MOVE LK-CAD-DATA TO CDULTSEQ
               MOVE LK-CAD-ELO TO CDELO
               REWRITE REG-CADEIA
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-FS > 9
                   MOVE "E" TO LK-CAD-RC
               END-IF
           END-IF.
           CLOSE ARQ-CADEIA.
       END PROGRAM CADEIA.
