       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGEREL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCHISTORICO.
               COPY FCAFINTIT.
               COPY FCSUGESTAO.
               COPY FCFILME.
               SELECT ARQ-PARES ASSIGN TO "WRKSGP.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT WORK-TRANS ASSIGN TO "WRKSGT.DAT".
               SELECT WORK-PAR ASSIGN TO "WRKSGW.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDHISTORICO.
           COPY FDAFINTIT.
           COPY FDSUGESTAO.
           COPY FDFILME.
           FD ARQ-PARES.
           01 REG-PARES.
               05 RPA-FCOD PIC 9(4).
               05 RPA-SUG PIC 9(4).
           SD WORK-TRANS.
           01 WTR-REG.
               05 WTR-TRANS PIC 9(13).
               05 WTR-FCOD PIC 9(4).
           SD WORK-PAR.
           01 WPR-REG.
               05 WPR-FCOD PIC 9(4).
               05 WPR-SUG PIC 9(4).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-CORTE PIC 9(8).
           77 WS-MES PIC 9(6).
           77 WS-MES-ANO PIC 9(4).
           77 WS-MES-NUM PIC 9(2).
           77 WS-SO-MENSAL PIC X(1) VALUE "N".
           77 WS-TRANS-ANT PIC 9(13) VALUE ZEROES.
           77 WS-FCOD-ANT PIC 9(4) VALUE ZEROES.
           77 WS-SUG-ANT PIC 9(4) VALUE ZEROES.
           77 WS-PAR-CNT PIC 9(5) VALUE ZERO.
           77 WS-CART-QTD PIC 9(2) VALUE ZERO.
           77 WS-CART-I PIC 9(2).
           77 WS-CART-J PIC 9(2).
           77 WS-CART-TEM PIC X(1).
           77 WS-TOP-QTD PIC 9(2) VALUE ZERO.
           77 WS-TOP-I PIC 9(2).
           77 WS-TOP-FCOD PIC 9(4).
           77 WS-TOP-PESO PIC 9(5).
           77 WS-POP-I PIC 9(5).
           77 WS-CONT-PARES PIC 9(7) VALUE ZERO.
           77 WS-CONT-TIT PIC 9(5) VALUE ZERO.
           77 WS-DIAS PIC S9(5).
           77 WS-O PIC 9(1).
           77 WS-PERC PIC 9(3)V9.
           77 WS-MEDIA PIC 9(3)V9.
           77 WS-NOME PIC X(50).
           77 WS-TIT-QTD PIC 9(3) VALUE ZERO.
           77 WS-TIT-I PIC 9(3).
           77 WS-TIT-TEM PIC X(1).
           77 WS-TRUNCOU PIC X(1) VALUE "N".
           77 WS-FIL-OK PIC X(1) VALUE "N".
           01 WS-CART-TAB.
               05 WS-CART-FCOD PIC 9(4) OCCURS 10 TIMES.
           01 WS-TOP-TAB.
               05 WS-TOP OCCURS 11 TIMES.
                   10 WS-TOP-T-FCOD PIC 9(4).
                   10 WS-TOP-T-PESO PIC 9(5).
           01 WS-POP-TAB.
               05 WS-POP-CNT PIC 9(5) OCCURS 9999 TIMES.
           01 WS-ORIGENS.
               05 WS-ORIG OCCURS 3 TIMES.
                   10 WS-OR-SUG PIC 9(7).
                   10 WS-OR-CONV PIC 9(7).
                   10 WS-OR-EXP PIC 9(7).
                   10 WS-OR-ABERTO PIC 9(7).
                   10 WS-OR-DIAS PIC 9(9).
           01 WS-ORIG-NOMES.
               05 FILLER PIC X(8) VALUE "RECIBO".
               05 FILLER PIC X(8) VALUE "PAINEL".
               05 FILLER PIC X(8) VALUE "TOTAL".
           01 WS-ORIG-NOME-TAB REDEFINES WS-ORIG-NOMES.
               05 WS-ORIG-NOME PIC X(8) OCCURS 3 TIMES.
           01 WS-TIT-TAB.
               05 WS-TIT OCCURS 500 TIMES.
                   10 WS-TIT-FCOD PIC 9(4).
                   10 WS-TIT-SUG PIC 9(5).
                   10 WS-TIT-CONV PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               MOVE WS-HOJE (1:4) TO WS-MES-ANO
               MOVE WS-HOJE (5:2) TO WS-MES-NUM
               IF WS-MES-NUM = 1
                   SUBTRACT 1 FROM WS-MES-ANO
                   MOVE 12 TO WS-MES-NUM
               ELSE
                   SUBTRACT 1 FROM WS-MES-NUM
               END-IF
           ELSE
               IF WS-PARM (1:6) IS NOT NUMERIC
                   DISPLAY "USO: ./SUGEREL [AAAAMM]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE "S" TO WS-SO-MENSAL
               MOVE WS-PARM (1:4) TO WS-MES-ANO
               MOVE WS-PARM (5:2) TO WS-MES-NUM
           END-IF.
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
               DISPLAY "MES INVALIDO (AAAAMM): " WS-PARM
               STOP RUN RETURNING 8
           END-IF.
           COMPUTE WS-MES = WS-MES-ANO * 100 + WS-MES-NUM.
           IF WS-SO-MENSAL = "N"
               PERFORM AFINIDADE-PROCEDURE
           END-IF.
           IF WS-SO-MENSAL = "S" OR WS-HOJE (7:2) = "01"
               PERFORM MENSAL-PROCEDURE
           END-IF.
           STOP RUN RETURNING WS-RC.
       AFINIDADE-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               DISPLAY "SEM HISTORICO DE LOCACOES"
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CORTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HOJE) - 90).
           INITIALIZE WS-POP-TAB.
           OPEN OUTPUT ARQ-PARES.
           SORT WORK-TRANS ON ASCENDING KEY WTR-TRANS
               ASCENDING KEY WTR-FCOD
               INPUT PROCEDURE IS COLETA-TRANS-PROCEDURE
               OUTPUT PROCEDURE IS GERA-PARES-PROCEDURE.
           CLOSE ARQ-PARES.
           CLOSE ARQ-HISTORICO.
           OPEN OUTPUT ARQ-AFINTIT.
           IF WS-FS <> 0
               DISPLAY "ERRO AO CRIAR AFINTIT, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           SORT WORK-PAR ON ASCENDING KEY WPR-FCOD
               ASCENDING KEY WPR-SUG
               INPUT PROCEDURE IS LE-PARES-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-AFINIDADE-PROCEDURE.
           PERFORM GRAVA-POPULARES-PROCEDURE.
           CLOSE ARQ-AFINTIT.
           DISPLAY "AFINTIT ATUALIZADO, " WS-CONT-TIT
               " TITULO(S), " WS-CONT-PARES " PAR(ES)".
       COLETA-TRANS-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND HTIPO = "A" AND HCOD > ZEROES
                   IF HTRANS > ZEROES
                       MOVE HTRANS TO WTR-TRANS
                       MOVE HCOD TO WTR-FCOD
                       RELEASE WTR-REG
                   END-IF
                   IF HDATA >= WS-CORTE
                       ADD 1 TO WS-POP-CNT (HCOD)
                   END-IF
               END-IF
           END-PERFORM.
       GERA-PARES-PROCEDURE.
           MOVE ZEROES TO WS-TRANS-ANT.
           MOVE ZERO TO WS-CART-QTD.
           RETURN WORK-TRANS
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WTR-TRANS <> WS-TRANS-ANT
                   PERFORM FECHA-CARRINHO-PROCEDURE
                   MOVE WTR-TRANS TO WS-TRANS-ANT
                   MOVE ZERO TO WS-CART-QTD
               END-IF
               PERFORM GUARDA-TITULO-PROCEDURE
               RETURN WORK-TRANS
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           PERFORM FECHA-CARRINHO-PROCEDURE.
       GUARDA-TITULO-PROCEDURE.
           MOVE "N" TO WS-CART-TEM.
           PERFORM VARYING WS-CART-I FROM 1 BY 1
               UNTIL WS-CART-I > WS-CART-QTD
               IF WS-CART-FCOD (WS-CART-I) = WTR-FCOD
                   MOVE "S" TO WS-CART-TEM
               END-IF
           END-PERFORM.
           IF WS-CART-TEM = "N" AND WS-CART-QTD < 10
               ADD 1 TO WS-CART-QTD
               MOVE WTR-FCOD TO WS-CART-FCOD (WS-CART-QTD)
           END-IF.
       FECHA-CARRINHO-PROCEDURE.
           IF WS-CART-QTD < 2
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CART-I FROM 1 BY 1
               UNTIL WS-CART-I > WS-CART-QTD
               PERFORM VARYING WS-CART-J FROM 1 BY 1
                   UNTIL WS-CART-J > WS-CART-QTD
                   IF WS-CART-I <> WS-CART-J
                       MOVE WS-CART-FCOD (WS-CART-I) TO RPA-FCOD
                       MOVE WS-CART-FCOD (WS-CART-J) TO RPA-SUG
                       WRITE REG-PARES
                       ADD 1 TO WS-CONT-PARES
                   END-IF
               END-PERFORM
           END-PERFORM.
       LE-PARES-PROCEDURE.
           OPEN INPUT ARQ-PARES.
           IF WS-FS2 <> 0
               CLOSE ARQ-PARES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PARES
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE RPA-FCOD TO WPR-FCOD
                   MOVE RPA-SUG TO WPR-SUG
                   RELEASE WPR-REG
               END-IF
           END-PERFORM.
           CLOSE ARQ-PARES.
       GRAVA-AFINIDADE-PROCEDURE.
           MOVE ZEROES TO WS-FCOD-ANT.
           MOVE ZEROES TO WS-SUG-ANT.
           MOVE ZERO TO WS-PAR-CNT.
           MOVE ZERO TO WS-TOP-QTD.
           RETURN WORK-PAR
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WPR-FCOD <> WS-FCOD-ANT OR WPR-SUG <> WS-SUG-ANT
                   PERFORM FECHA-PAR-PROCEDURE
                   IF WPR-FCOD <> WS-FCOD-ANT
                       PERFORM FECHA-TITULO-PROCEDURE
                       MOVE WPR-FCOD TO WS-FCOD-ANT
                   END-IF
                   MOVE WPR-SUG TO WS-SUG-ANT
               END-IF
               ADD 1 TO WS-PAR-CNT
               RETURN WORK-PAR
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           PERFORM FECHA-PAR-PROCEDURE.
           PERFORM FECHA-TITULO-PROCEDURE.
       FECHA-PAR-PROCEDURE.
           IF WS-PAR-CNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUG-ANT TO WS-TOP-FCOD.
           MOVE WS-PAR-CNT TO WS-TOP-PESO.
           PERFORM INSERE-TOP-PROCEDURE.
           MOVE ZERO TO WS-PAR-CNT.
       INSERE-TOP-PROCEDURE.
           IF WS-TOP-QTD = 10
               IF WS-TOP-PESO <= WS-TOP-T-PESO (10)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-TOP-QTD
           END-IF.
           MOVE WS-TOP-QTD TO WS-TOP-I.
           PERFORM UNTIL WS-TOP-I = 1
               OR WS-TOP-T-PESO (WS-TOP-I - 1) >= WS-TOP-PESO
               MOVE WS-TOP (WS-TOP-I - 1) TO WS-TOP (WS-TOP-I)
               SUBTRACT 1 FROM WS-TOP-I
           END-PERFORM.
           MOVE WS-TOP-FCOD TO WS-TOP-T-FCOD (WS-TOP-I).
           MOVE WS-TOP-PESO TO WS-TOP-T-PESO (WS-TOP-I).
       FECHA-TITULO-PROCEDURE.
           IF WS-TOP-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FCOD-ANT TO ATFCOD.
           PERFORM GRAVA-AFINTIT-PROCEDURE.
       GRAVA-AFINTIT-PROCEDURE.
           MOVE WS-TOP-QTD TO ATQTD.
           PERFORM VARYING WS-TOP-I FROM 1 BY 1 UNTIL WS-TOP-I > 10
               IF WS-TOP-I > WS-TOP-QTD
                   MOVE ZEROES TO ATSUG (WS-TOP-I)
                   MOVE ZEROES TO ATPESO (WS-TOP-I)
               ELSE
                   MOVE WS-TOP-T-FCOD (WS-TOP-I) TO ATSUG (WS-TOP-I)
                   MOVE WS-TOP-T-PESO (WS-TOP-I) TO ATPESO (WS-TOP-I)
               END-IF
           END-PERFORM.
           MOVE WS-HOJE TO ATDATA.
           WRITE REG-AFINTIT
               INVALID KEY
                   DISPLAY "AFINTIT DUPLICADO: " ATFCOD
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-TIT
           END-WRITE.
           MOVE ZERO TO WS-TOP-QTD.
       GRAVA-POPULARES-PROCEDURE.
           MOVE ZERO TO WS-TOP-QTD.
           PERFORM VARYING WS-POP-I FROM 1 BY 1
               UNTIL WS-POP-I > 9999
               IF WS-POP-CNT (WS-POP-I) > ZERO
                   MOVE WS-POP-I TO WS-TOP-FCOD
                   MOVE WS-POP-CNT (WS-POP-I) TO WS-TOP-PESO
                   PERFORM INSERE-TOP-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-TOP-QTD > ZERO
               MOVE ZEROES TO ATFCOD
               PERFORM GRAVA-AFINTIT-PROCEDURE
           END-IF.
       MENSAL-PROCEDURE.
           INITIALIZE WS-ORIGENS.
           OPEN INPUT ARQ-SUGESTAO.
           IF WS-FS <> 0
               DISPLAY "SEM SUGESTOES REGISTRADAS"
               CLOSE ARQ-SUGESTAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-SUGESTAO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND SGDATA (1:6) = WS-MES
                   PERFORM APURA-SUGESTAO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-SUGESTAO.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "SUGEREL." WS-MES ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "CONVERSAO DE SUGESTOES " WS-MES
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "ORIGEM   SUGERIDAS CONVERTIDAS EXPIRADAS"
               "  EM ABERTO  CONVERSAO %  DIAS MEDIOS"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 2
               ADD WS-OR-SUG (WS-O) TO WS-OR-SUG (3)
               ADD WS-OR-CONV (WS-O) TO WS-OR-CONV (3)
               ADD WS-OR-EXP (WS-O) TO WS-OR-EXP (3)
               ADD WS-OR-ABERTO (WS-O) TO WS-OR-ABERTO (3)
               ADD WS-OR-DIAS (WS-O) TO WS-OR-DIAS (3)
           END-PERFORM.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 3
               PERFORM GRAVA-ORIGEM-PROCEDURE
           END-PERFORM.
           PERFORM GRAVA-TITULOS-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-OR-SUG (3)
               " SUGESTAO(OES), " WS-OR-CONV (3) " CONVERTIDA(S)".
       APURA-SUGESTAO-PROCEDURE.
           EVALUATE SGORIGEM
               WHEN "R"
                   MOVE 1 TO WS-O
               WHEN "P"
                   MOVE 2 TO WS-O
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-OR-SUG (WS-O).
           IF SGCONV > ZEROES
               ADD 1 TO WS-OR-CONV (WS-O)
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (SGCONV)
                   - FUNCTION INTEGER-OF-DATE (SGDATA)
               ADD WS-DIAS TO WS-OR-DIAS (WS-O)
           ELSE
               COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (WS-HOJE)
                   - FUNCTION INTEGER-OF-DATE (SGDATA)
               IF WS-DIAS > 30
                   ADD 1 TO WS-OR-EXP (WS-O)
               ELSE
                   ADD 1 TO WS-OR-ABERTO (WS-O)
               END-IF
           END-IF.
           PERFORM ACUMULA-TITULO-PROCEDURE.
       ACUMULA-TITULO-PROCEDURE.
           MOVE "N" TO WS-TIT-TEM.
           PERFORM VARYING WS-TIT-I FROM 1 BY 1
               UNTIL WS-TIT-I > WS-TIT-QTD OR WS-TIT-TEM = "S"
               IF WS-TIT-FCOD (WS-TIT-I) = SGFCOD
                   MOVE "S" TO WS-TIT-TEM
                   ADD 1 TO WS-TIT-SUG (WS-TIT-I)
                   IF SGCONV > ZEROES
                       ADD 1 TO WS-TIT-CONV (WS-TIT-I)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TIT-TEM = "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-QTD >= 500
               IF WS-TRUNCOU = "N"
                   DISPLAY "AVISO: MAIS DE 500 TITULOS SUGERIDOS NO MES"
                   MOVE "S" TO WS-TRUNCOU
                   MOVE 4 TO WS-RC
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TIT-QTD.
           MOVE SGFCOD TO WS-TIT-FCOD (WS-TIT-QTD).
           MOVE 1 TO WS-TIT-SUG (WS-TIT-QTD).
           IF SGCONV > ZEROES
               MOVE 1 TO WS-TIT-CONV (WS-TIT-QTD)
           ELSE
               MOVE ZERO TO WS-TIT-CONV (WS-TIT-QTD)
           END-IF.
       GRAVA-ORIGEM-PROCEDURE.
           MOVE ZERO TO WS-PERC.
           IF WS-OR-CONV (WS-O) + WS-OR-EXP (WS-O) > ZERO
               COMPUTE WS-PERC ROUNDED = WS-OR-CONV (WS-O) * 100
                   / (WS-OR-CONV (WS-O) + WS-OR-EXP (WS-O))
           END-IF.
           MOVE ZERO TO WS-MEDIA.
           IF WS-OR-CONV (WS-O) > ZERO
               COMPUTE WS-MEDIA ROUNDED =
                   WS-OR-DIAS (WS-O) / WS-OR-CONV (WS-O)
           END-IF.
           IF WS-O = 3
               MOVE SPACES TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-ORIG-NOME (WS-O) " " WS-OR-SUG (WS-O)
               "     " WS-OR-CONV (WS-O) "   " WS-OR-EXP (WS-O)
               "    " WS-OR-ABERTO (WS-O) "      " WS-PERC
               "        " WS-MEDIA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-TITULOS-PROCEDURE.
           IF WS-TIT-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "TITULOS SUGERIDOS (SUGERIDAS / CONVERTIDAS)"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS = 0
               MOVE "S" TO WS-FIL-OK
           END-IF.
           PERFORM VARYING WS-TIT-I FROM 1 BY 1
               UNTIL WS-TIT-I > WS-TIT-QTD
               MOVE SPACES TO WS-NOME
               IF WS-FIL-OK = "S"
                   MOVE WS-TIT-FCOD (WS-TIT-I) TO FCOD
                   MOVE ZEROES TO FCOPIA
                   START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ ARQ-FILMES NEXT RECORD
                               AT END CONTINUE
                           END-READ
                           IF FCOD = WS-TIT-FCOD (WS-TIT-I)
                               MOVE FNOME TO WS-NOME
                           END-IF
                   END-START
               END-IF
               MOVE SPACES TO WS-REP-LINHA
               STRING "  " WS-TIT-FCOD (WS-TIT-I) " " WS-NOME
                   " " WS-TIT-SUG (WS-TIT-I) " / "
                   WS-TIT-CONV (WS-TIT-I)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-PERFORM.
           CLOSE ARQ-FILMES.
       END PROGRAM SUGEREL.
