       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPFEED.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFILME.
               COPY FCRESERVA.
               COPY FCRECALL.
               SELECT ARQ-FEED ASSIGN TO "DISPONIB.NOVO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-DELTA ASSIGN TO "DISPDELTA.NOVO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-ANT ASSIGN TO "DISPONIB.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDRESERVA.
           COPY FDRECALL.
           FD ARQ-FEED.
           01 FEED-REG PIC X(120).
           FD ARQ-DELTA.
           01 DELTA-REG PIC X(120).
           FD ARQ-ANT.
           01 ANT-REG PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-CMD PIC X(80).
           77 WS-HOJE PIC 9(8).
           77 WS-HORA PIC 9(8).
           77 WS-ERRO PIC X(1) VALUE "N".
           77 WS-RES-OK PIC X(1) VALUE "N".
           77 WS-RCL-OK PIC X(1) VALUE "N".
           77 WS-ANT-OK PIC X(1) VALUE "N".
           77 WS-ANT-EOF PIC X(1) VALUE "Y".
           77 WS-ANT-CHAVE PIC 9(6).
           77 WS-NOVA-CHAVE PIC 9(6).
           77 WS-COD-ANT PIC 9(4).
           77 WS-TIT-NOME PIC X(50).
           77 WS-TIT-CATEG PIC X(10).
           77 WS-TIT-LANC PIC 9(8).
           77 WS-RETIRADO PIC X(1).
           77 WS-FILA PIC 9(4).
           77 WS-FI PIC 9(3).
           77 WS-CONT-LINHAS PIC 9(6) VALUE ZERO.
           77 WS-CONT-DELTA PIC 9(6) VALUE ZERO.
           01 WS-FI-TABELA.
               05 WS-FI-REG OCCURS 100 TIMES.
                   10 WS-FI-COPIAS PIC 9(3).
                   10 WS-FI-LIVRES PIC 9(3).
                   10 WS-FI-FORA PIC 9(3).
                   10 WS-FI-PROXDEV PIC 9(8).
           01 WS-LINHA.
               05 WS-LN-FCOD PIC 9(4).
               05 FILLER PIC X(1) VALUE ";".
               05 WS-LN-NOME PIC X(50).
               05 FILLER PIC X(1) VALUE ";".
               05 WS-LN-CATEG PIC X(10).
               05 FILLER PIC X(1) VALUE ";".
               05 WS-LN-LANC PIC 9(8).
               05 FILLER PIC X(1) VALUE ";".
               05 WS-LN-FILIAL PIC 9(2).
               05 FILLER PIC X(1) VALUE ";".
               05 WS-LN-DISP.
                   10 WS-LN-LIVRES PIC 9(3).
                   10 FILLER PIC X(1) VALUE ";".
                   10 WS-LN-FORA PIC 9(3).
                   10 FILLER PIC X(1) VALUE ";".
                   10 WS-LN-PROXDEV PIC 9(8).
                   10 FILLER PIC X(1) VALUE ";".
                   10 WS-LN-FILA PIC 9(4).
           01 WS-ANT-LINHA.
               05 WS-AN-FCOD PIC X(4).
               05 FILLER PIC X(1).
               05 WS-AN-NOME PIC X(50).
               05 FILLER PIC X(1).
               05 WS-AN-CATEG PIC X(10).
               05 FILLER PIC X(1).
               05 WS-AN-LANC PIC X(8).
               05 FILLER PIC X(1).
               05 WS-AN-FILIAL PIC X(2).
               05 FILLER PIC X(1).
               05 WS-AN-DISP PIC X(21).
               05 FILLER PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               DISPLAY "DISPONIBILIDADE ANTERIOR MANTIDA"
               STOP RUN RETURNING 8
           END-IF.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS = 0
               MOVE "S" TO WS-RES-OK
           ELSE
               CLOSE ARQ-RESERVA
           END-IF.
           OPEN INPUT ARQ-RECALL.
           IF WS-FS = 0
               MOVE "S" TO WS-RCL-OK
           ELSE
               CLOSE ARQ-RECALL
           END-IF.
           PERFORM ABRE-SAIDAS-PROCEDURE.
           IF WS-ERRO = "N"
               PERFORM GERA-FEED-PROCEDURE
           END-IF.
           IF WS-ERRO = "N"
               PERFORM ENCERRA-ANTERIOR-PROCEDURE
           END-IF.
           CLOSE ARQ-FILMES.
           IF WS-RES-OK = "S"
               CLOSE ARQ-RESERVA
           END-IF.
           IF WS-RCL-OK = "S"
               CLOSE ARQ-RECALL
           END-IF.
           CLOSE ARQ-FEED.
           CLOSE ARQ-DELTA.
           IF WS-ANT-OK = "S"
               CLOSE ARQ-ANT
           END-IF.
           IF WS-ERRO = "S"
               MOVE "rm -f DISPONIB.NOVO DISPDELTA.NOVO" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               DISPLAY "DISPONIBILIDADE ANTERIOR MANTIDA"
               STOP RUN RETURNING 8
           END-IF.
           MOVE "mv -f DISPONIB.NOVO DISPONIB.TXT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE "mv -f DISPDELTA.NOVO DISPDELTA.TXT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY "DISPONIB.TXT GERADO, " WS-CONT-LINHAS
               " LINHA(S), " WS-CONT-DELTA " ALTERACAO(OES)".
           STOP RUN RETURNING WS-RC.
       ABRE-SAIDAS-PROCEDURE.
           OPEN OUTPUT ARQ-FEED.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR DISPONIB.NOVO, FS=" WS-FS2
               MOVE "S" TO WS-ERRO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-DELTA.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR DISPDELTA.NOVO, FS=" WS-FS2
               MOVE "S" TO WS-ERRO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FEED-REG.
           STRING "DISPONIBILIDADE;" WS-HOJE ";" WS-HORA (1:6)
               DELIMITED BY SIZE INTO FEED-REG
           END-STRING.
           WRITE FEED-REG.
           MOVE SPACES TO DELTA-REG.
           STRING "ALTERACOES;" WS-HOJE ";" WS-HORA (1:6)
               DELIMITED BY SIZE INTO DELTA-REG
           END-STRING.
           WRITE DELTA-REG.
           OPEN INPUT ARQ-ANT.
           IF WS-FS2 = 0
               MOVE "S" TO WS-ANT-OK
               MOVE "N" TO WS-ANT-EOF
               PERFORM LE-ANTERIOR-PROCEDURE
           ELSE
               CLOSE ARQ-ANT
               MOVE 999999 TO WS-ANT-CHAVE
           END-IF.
       LE-ANTERIOR-PROCEDURE.
           MOVE 999999 TO WS-ANT-CHAVE.
           PERFORM UNTIL WS-ANT-EOF = "Y" OR WS-ANT-CHAVE < 999999
               READ ARQ-ANT
                   AT END MOVE "Y" TO WS-ANT-EOF
               END-READ
               IF WS-ANT-EOF = "N"
                   MOVE ANT-REG TO WS-ANT-LINHA
                   IF WS-AN-FCOD IS NUMERIC
                       AND WS-AN-FILIAL IS NUMERIC
                       COMPUTE WS-ANT-CHAVE =
                           FUNCTION NUMVAL (WS-AN-FCOD) * 100
                           + FUNCTION NUMVAL (WS-AN-FILIAL)
                   END-IF
               END-IF
           END-PERFORM.
       GERA-FEED-PROCEDURE.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           MOVE ZEROES TO WS-COD-ANT.
           PERFORM UNTIL WS-EOF = "Y" OR WS-ERRO = "S"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF WS-FS > 9
                       DISPLAY "ERRO NA LEITURA DE FILMES, FS=" WS-FS
                       MOVE "S" TO WS-ERRO
                   ELSE
                       PERFORM ACUMULA-COPIA-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COD-ANT <> ZEROES AND WS-ERRO = "N"
               PERFORM FECHA-TITULO-PROCEDURE
           END-IF.
       ACUMULA-COPIA-PROCEDURE.
           IF FCOD <> WS-COD-ANT
               IF WS-COD-ANT <> ZEROES
                   PERFORM FECHA-TITULO-PROCEDURE
               END-IF
               MOVE FCOD TO WS-COD-ANT
               MOVE FNOME TO WS-TIT-NOME
               MOVE FCATEGORIA TO WS-TIT-CATEG
               MOVE FDTLANC TO WS-TIT-LANC
               INITIALIZE WS-FI-TABELA
           END-IF.
           COMPUTE WS-FI = FFILIAL + 1.
           ADD 1 TO WS-FI-COPIAS (WS-FI).
           IF FACPF <> ZEROES
               ADD 1 TO WS-FI-FORA (WS-FI)
               IF WS-FI-PROXDEV (WS-FI) = ZEROES
                   OR FDTDEV < WS-FI-PROXDEV (WS-FI)
                   MOVE FDTDEV TO WS-FI-PROXDEV (WS-FI)
               END-IF
           ELSE
               IF FSTATUS = SPACE
                   ADD 1 TO WS-FI-LIVRES (WS-FI)
               END-IF
           END-IF.
       FECHA-TITULO-PROCEDURE.
           PERFORM CONSULTA-RECALL-PROCEDURE.
           PERFORM CONTA-FILA-PROCEDURE.
           PERFORM VARYING WS-FI FROM 1 BY 1
               UNTIL WS-FI > 100 OR WS-ERRO = "S"
               IF WS-FI-COPIAS (WS-FI) > ZERO
                   PERFORM GRAVA-LINHA-PROCEDURE
               END-IF
           END-PERFORM.
       CONSULTA-RECALL-PROCEDURE.
           MOVE "N" TO WS-RETIRADO.
           IF WS-RCL-OK = "S"
               MOVE WS-COD-ANT TO RLFCOD
               READ ARQ-RECALL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RLSTATUS = "A"
                           MOVE "S" TO WS-RETIRADO
                       END-IF
               END-READ
           END-IF.
       CONTA-FILA-PROCEDURE.
           MOVE ZERO TO WS-FILA.
           IF WS-RES-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD-ANT TO RFCOD.
           MOVE ZEROES TO RSEQ.
           START ARQ-RESERVA KEY IS NOT LESS THAN RCHAVE
               INVALID KEY EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL RFCOD <> WS-COD-ANT
               READ ARQ-RESERVA NEXT RECORD
                   AT END MOVE ZEROES TO RFCOD
               END-READ
               IF RFCOD = WS-COD-ANT
                   IF RSTATUS = "P" OR RSTATUS = "A"
                       ADD 1 TO WS-FILA
                   END-IF
               END-IF
           END-PERFORM.
       GRAVA-LINHA-PROCEDURE.
           MOVE WS-COD-ANT TO WS-LN-FCOD.
           MOVE WS-TIT-NOME TO WS-LN-NOME.
           MOVE WS-TIT-CATEG TO WS-LN-CATEG.
           MOVE WS-TIT-LANC TO WS-LN-LANC.
           COMPUTE WS-LN-FILIAL = WS-FI - 1.
           IF WS-RETIRADO = "S"
               MOVE ZERO TO WS-LN-LIVRES
           ELSE
               MOVE WS-FI-LIVRES (WS-FI) TO WS-LN-LIVRES
           END-IF.
           MOVE WS-FI-FORA (WS-FI) TO WS-LN-FORA.
           MOVE WS-FI-PROXDEV (WS-FI) TO WS-LN-PROXDEV.
           MOVE WS-FILA TO WS-LN-FILA.
           MOVE WS-LINHA TO FEED-REG.
           WRITE FEED-REG.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DE DISPONIB.NOVO, FS=" WS-FS2
               MOVE "S" TO WS-ERRO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONT-LINHAS.
           COMPUTE WS-NOVA-CHAVE = WS-COD-ANT * 100 + WS-LN-FILIAL.
           PERFORM UNTIL WS-ANT-CHAVE >= WS-NOVA-CHAVE
               PERFORM GRAVA-REMOVIDA-PROCEDURE
               PERFORM LE-ANTERIOR-PROCEDURE
           END-PERFORM.
           IF WS-ANT-CHAVE = WS-NOVA-CHAVE
               IF WS-AN-DISP <> WS-LN-DISP
                   PERFORM GRAVA-DELTA-PROCEDURE
               END-IF
               PERFORM LE-ANTERIOR-PROCEDURE
           ELSE
               PERFORM GRAVA-DELTA-PROCEDURE
           END-IF.
       GRAVA-DELTA-PROCEDURE.
           MOVE WS-LINHA TO DELTA-REG.
           WRITE DELTA-REG.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DE DISPDELTA.NOVO, FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
           ADD 1 TO WS-CONT-DELTA.
       GRAVA-REMOVIDA-PROCEDURE.
           MOVE SPACES TO DELTA-REG.
           STRING WS-AN-FCOD ";" WS-AN-NOME ";" WS-AN-CATEG ";"
               WS-AN-LANC ";" WS-AN-FILIAL ";000;000;00000000;0000"
               DELIMITED BY SIZE INTO DELTA-REG
           END-STRING.
           WRITE DELTA-REG.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DE DISPDELTA.NOVO, FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
           ADD 1 TO WS-CONT-DELTA.
       ENCERRA-ANTERIOR-PROCEDURE.
           PERFORM UNTIL WS-ANT-CHAVE = 999999 OR WS-ERRO = "S"
               PERFORM GRAVA-REMOVIDA-PROCEDURE
               PERFORM LE-ANTERIOR-PROCEDURE
           END-PERFORM.
       END PROGRAM DISPFEED.
