       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFMREL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCRFM.
               COPY FCHISTORICO.
               COPY FCARQCLIENTES.
               COPY FCCONSENT.
               SELECT ARQ-CAMPANHA ASSIGN TO DYNAMIC WS-ARQ-CAMP
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDRFM.
           COPY FDHISTORICO.
           COPY FDARQCLIENTES.
           COPY FDCONSENT.
           FD ARQ-CAMPANHA.
           01 REG-CAMPANHA.
               05 RCCPF PIC 9(11).
               05 RCNOME PIC X(50).
               05 RCSEG PIC X(1).
               05 RCCANAL PIC X(1).
               05 RCDEST PIC X(50).
               05 RCULTIMA PIC 9(8).
               05 RCFREQ PIC 9(5).
               05 RCVALOR PIC 9(9)V99.
               05 RCNOTA-R PIC 9(1).
               05 RCNOTA-F PIC 9(1).
               05 RCNOTA-M PIC 9(1).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(30).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-SEG PIC X(5).
           77 WS-PARM-CANAL PIC X(1).
           77 WS-PARM-MES PIC X(6).
           77 WS-HOJE PIC 9(8).
           77 WS-MES PIC 9(6).
           77 WS-MES-ANO PIC 9(4).
           77 WS-MES-NUM PIC 9(2).
           77 WS-MES-ANT PIC 9(6).
           77 WS-DATA-AUX PIC 9(8).
           77 WS-JULIANO-FIM PIC 9(7).
           77 WS-JULIANO-INI PIC 9(7).
           77 WS-JULIANO-MOV PIC 9(7).
           77 WS-DATA-FIM PIC 9(8).
           77 WS-ARQ-CAMP PIC X(50).
           77 WS-CLI-QTD PIC 9(4) VALUE ZERO.
           77 WS-CLI-I PIC 9(4).
           77 WS-CLI-ACHOU PIC 9(4).
           77 WS-TRUNCOU PIC X(1) VALUE "N".
           77 WS-NOTA-R PIC 9(1).
           77 WS-NOTA-F PIC 9(1).
           77 WS-NOTA-M PIC 9(1).
           77 WS-DIAS PIC 9(5).
           77 WS-DIAS-PRIM PIC 9(5).
           77 WS-SEG PIC X(1).
           77 WS-SEG-ANT PIC X(1).
           77 WS-SEG-I PIC 9(1).
           77 WS-SEG-J PIC 9(1).
           77 WS-SEG-TALLY PIC 9(2).
           77 WS-CN-OK PIC X(1).
           77 WS-CONT-CLI PIC 9(5) VALUE ZERO.
           77 WS-CONT-CAMP PIC 9(5) VALUE ZERO.
           77 WS-CONT-SUPR PIC 9(5) VALUE ZERO.
           77 WS-PERC PIC 9(3)V9.
           01 WS-SEG-CODIGOS PIC X(6) VALUE "CNRPO-".
           01 WS-SEG-NOMES.
               05 FILLER PIC X(10) VALUE "CAMPEAO".
               05 FILLER PIC X(10) VALUE "NOVO".
               05 FILLER PIC X(10) VALUE "EM RISCO".
               05 FILLER PIC X(10) VALUE "PERDIDO".
               05 FILLER PIC X(10) VALUE "REGULAR".
               05 FILLER PIC X(10) VALUE "SEM HIST.".
           01 WS-SEG-NOME-TAB REDEFINES WS-SEG-NOMES.
               05 WS-SEG-NOME PIC X(10) OCCURS 6 TIMES.
           01 WS-SEG-TOTAIS.
               05 WS-SEG-TOT OCCURS 5 TIMES.
                   10 WS-SEG-QTD PIC 9(5).
                   10 WS-SEG-VALOR PIC 9(11)V99.
           01 WS-MOVIMENTO.
               05 WS-MOV-DE OCCURS 6 TIMES.
                   10 WS-MOV-PARA PIC 9(5) OCCURS 5 TIMES.
           01 WS-CLI-TABELA.
               05 WS-CLI-REG OCCURS 2000 TIMES.
                   10 WS-CLI-CPF PIC 9(11).
                   10 WS-CLI-PRIM PIC 9(8).
                   10 WS-CLI-ULT PIC 9(8).
                   10 WS-CLI-FREQ PIC 9(5).
                   10 WS-CLI-VALOR PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           MOVE SPACES TO WS-PARM-SEG.
           MOVE SPACES TO WS-PARM-CANAL.
           MOVE SPACES TO WS-PARM-MES.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP WS-PARM-SEG WS-PARM-CANAL WS-PARM-MES
           END-UNSTRING.
           IF WS-PARM-OP = "CAMP"
               PERFORM CAMPANHA-PROCEDURE
               STOP RUN RETURNING WS-RC
           END-IF.
           IF WS-PARM-OP = SPACES
               IF WS-HOJE (7:2) <> "01"
                   STOP RUN RETURNING 0
               END-IF
               PERFORM MES-ANTERIOR-PROCEDURE
           ELSE
               IF WS-PARM-OP (1:6) IS NOT NUMERIC
                   DISPLAY "USO: ./RFMREL [AAAAMM]"
                   DISPLAY "     ./RFMREL CAMP <SEGMENTOS> <E|S> "
                       "[AAAAMM]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-PARM-OP (1:4) TO WS-MES-ANO
               MOVE WS-PARM-OP (5:2) TO WS-MES-NUM
           END-IF.
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
               DISPLAY "MES INVALIDO (AAAAMM): " WS-PARM-OP
               STOP RUN RETURNING 8
           END-IF.
           PERFORM CALCULA-PERIODO-PROCEDURE.
           PERFORM VARRE-HISTORICO-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O ARQ-RFM.
           IF WS-FS = "35"
               CLOSE ARQ-RFM
               OPEN OUTPUT ARQ-RFM
               CLOSE ARQ-RFM
               OPEN I-O ARQ-RFM
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR RFM, FS=" WS-FS
               CLOSE ARQ-CLIENTES
               STOP RUN RETURNING 8
           END-IF.
           INITIALIZE WS-SEG-TOTAIS.
           INITIALIZE WS-MOVIMENTO.
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
               UNTIL WS-CLI-I > WS-CLI-QTD
               PERFORM PONTUA-CLIENTE-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           PERFORM GRAVA-RELATORIO-PROCEDURE.
           CLOSE ARQ-RFM.
           IF WS-TRUNCOU = "S"
               DISPLAY "AVISO: TABELA DE CLIENTES ESGOTADA,"
               DISPLAY "RESULTADO PARCIAL"
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-CONT-CLI
               " CLIENTE(S) PONTUADO(S)".
           STOP RUN RETURNING WS-RC.
       MES-ANTERIOR-PROCEDURE.
           MOVE WS-HOJE (1:4) TO WS-MES-ANO.
           MOVE WS-HOJE (5:2) TO WS-MES-NUM.
           IF WS-MES-NUM = 1
               SUBTRACT 1 FROM WS-MES-ANO
               MOVE 12 TO WS-MES-NUM
           ELSE
               SUBTRACT 1 FROM WS-MES-NUM
           END-IF.
       CALCULA-PERIODO-PROCEDURE.
           COMPUTE WS-MES = WS-MES-ANO * 100 + WS-MES-NUM.
           IF WS-MES-NUM = 12
               COMPUTE WS-DATA-AUX = (WS-MES-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-AUX = WS-MES * 100 + 101
           END-IF.
           COMPUTE WS-JULIANO-FIM =
               FUNCTION INTEGER-OF-DATE (WS-DATA-AUX) - 1.
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO-FIM).
           COMPUTE WS-JULIANO-INI = WS-JULIANO-FIM - 364.
           IF WS-MES-NUM = 1
               COMPUTE WS-MES-ANT = (WS-MES-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANT = WS-MES - 1
           END-IF.
       VARRE-HISTORICO-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-HISTORICO NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               IF HTIPO = "A" AND HDATA <= WS-DATA-FIM
                   PERFORM ACUMULA-CLIENTE-PROCEDURE
               END-IF
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       ACUMULA-CLIENTE-PROCEDURE.
           MOVE ZERO TO WS-CLI-ACHOU.
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
               UNTIL WS-CLI-I > WS-CLI-QTD
               IF WS-CLI-CPF (WS-CLI-I) = HCPF
                   MOVE WS-CLI-I TO WS-CLI-ACHOU
                   MOVE WS-CLI-QTD TO WS-CLI-I
               END-IF
           END-PERFORM.
           IF WS-CLI-ACHOU = ZERO AND WS-CLI-QTD >= 2000
               MOVE "S" TO WS-TRUNCOU
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLI-ACHOU = ZERO
               ADD 1 TO WS-CLI-QTD
               MOVE WS-CLI-QTD TO WS-CLI-ACHOU
               MOVE HCPF TO WS-CLI-CPF (WS-CLI-ACHOU)
               MOVE HDATA TO WS-CLI-PRIM (WS-CLI-ACHOU)
               MOVE HDATA TO WS-CLI-ULT (WS-CLI-ACHOU)
               MOVE ZERO TO WS-CLI-FREQ (WS-CLI-ACHOU)
               MOVE ZERO TO WS-CLI-VALOR (WS-CLI-ACHOU)
           END-IF.
           IF HDATA < WS-CLI-PRIM (WS-CLI-ACHOU)
               MOVE HDATA TO WS-CLI-PRIM (WS-CLI-ACHOU)
           END-IF.
           IF HDATA > WS-CLI-ULT (WS-CLI-ACHOU)
               MOVE HDATA TO WS-CLI-ULT (WS-CLI-ACHOU)
           END-IF.
           COMPUTE WS-JULIANO-MOV = FUNCTION INTEGER-OF-DATE (HDATA).
           IF WS-JULIANO-MOV >= WS-JULIANO-INI
               ADD 1 TO WS-CLI-FREQ (WS-CLI-ACHOU)
               ADD HVALOR TO WS-CLI-VALOR (WS-CLI-ACHOU)
           END-IF.
       PONTUA-CLIENTE-PROCEDURE.
           MOVE WS-CLI-CPF (WS-CLI-I) TO CCPF.
           READ ARQ-CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CNOME = "TITULAR ANONIMIZADO"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JULIANO-MOV = FUNCTION INTEGER-OF-DATE
               (WS-CLI-ULT (WS-CLI-I)).
           COMPUTE WS-DIAS = WS-JULIANO-FIM - WS-JULIANO-MOV.
           COMPUTE WS-JULIANO-MOV = FUNCTION INTEGER-OF-DATE
               (WS-CLI-PRIM (WS-CLI-I)).
           COMPUTE WS-DIAS-PRIM = WS-JULIANO-FIM - WS-JULIANO-MOV.
           EVALUATE TRUE
               WHEN WS-DIAS <= 30
                   MOVE 5 TO WS-NOTA-R
               WHEN WS-DIAS <= 60
                   MOVE 4 TO WS-NOTA-R
               WHEN WS-DIAS <= 90
                   MOVE 3 TO WS-NOTA-R
               WHEN WS-DIAS <= 180
                   MOVE 2 TO WS-NOTA-R
               WHEN OTHER
                   MOVE 1 TO WS-NOTA-R
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CLI-FREQ (WS-CLI-I) >= 24
                   MOVE 5 TO WS-NOTA-F
               WHEN WS-CLI-FREQ (WS-CLI-I) >= 12
                   MOVE 4 TO WS-NOTA-F
               WHEN WS-CLI-FREQ (WS-CLI-I) >= 6
                   MOVE 3 TO WS-NOTA-F
               WHEN WS-CLI-FREQ (WS-CLI-I) >= 2
                   MOVE 2 TO WS-NOTA-F
               WHEN OTHER
                   MOVE 1 TO WS-NOTA-F
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CLI-VALOR (WS-CLI-I) >= 500
                   MOVE 5 TO WS-NOTA-M
               WHEN WS-CLI-VALOR (WS-CLI-I) >= 250
                   MOVE 4 TO WS-NOTA-M
               WHEN WS-CLI-VALOR (WS-CLI-I) >= 100
                   MOVE 3 TO WS-NOTA-M
               WHEN WS-CLI-VALOR (WS-CLI-I) >= 30
                   MOVE 2 TO WS-NOTA-M
               WHEN OTHER
                   MOVE 1 TO WS-NOTA-M
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DIAS-PRIM <= 60
                   MOVE "N" TO WS-SEG
               WHEN WS-NOTA-R = 1
                   MOVE "P" TO WS-SEG
               WHEN WS-NOTA-R >= 4 AND WS-NOTA-F >= 4
                   AND WS-NOTA-M >= 4
                   MOVE "C" TO WS-SEG
               WHEN WS-NOTA-R <= 2
                   AND (WS-NOTA-F >= 3 OR WS-NOTA-M >= 3)
                   MOVE "R" TO WS-SEG
               WHEN OTHER
                   MOVE "O" TO WS-SEG
           END-EVALUATE.
           MOVE "-" TO WS-SEG-ANT.
           MOVE WS-MES-ANT TO RFMES.
           MOVE WS-CLI-CPF (WS-CLI-I) TO RFCPF.
           READ ARQ-RFM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE RFSEG TO WS-SEG-ANT
           END-READ.
           INITIALIZE REG-RFM.
           MOVE WS-MES TO RFMES.
           MOVE WS-CLI-CPF (WS-CLI-I) TO RFCPF.
           MOVE WS-CLI-PRIM (WS-CLI-I) TO RFPRIMEIRA.
           MOVE WS-CLI-ULT (WS-CLI-I) TO RFULTIMA.
           MOVE WS-DIAS TO RFDIAS.
           MOVE WS-CLI-FREQ (WS-CLI-I) TO RFFREQ.
           MOVE WS-CLI-VALOR (WS-CLI-I) TO RFVALOR.
           MOVE WS-NOTA-R TO RFNOTA-R.
           MOVE WS-NOTA-F TO RFNOTA-F.
           MOVE WS-NOTA-M TO RFNOTA-M.
           MOVE WS-SEG TO RFSEG.
           WRITE REG-RFM
               INVALID KEY
                   REWRITE REG-RFM
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CONT-CLI.
           PERFORM INDICE-SEGMENTO-PROCEDURE.
           MOVE WS-SEG-I TO WS-SEG-J.
           ADD 1 TO WS-SEG-QTD (WS-SEG-J).
           ADD WS-CLI-VALOR (WS-CLI-I) TO WS-SEG-VALOR (WS-SEG-J).
           MOVE WS-SEG-ANT TO WS-SEG.
           PERFORM INDICE-SEGMENTO-PROCEDURE.
           ADD 1 TO WS-MOV-PARA (WS-SEG-I WS-SEG-J).
       INDICE-SEGMENTO-PROCEDURE.
           MOVE 6 TO WS-SEG-I.
           PERFORM VARYING WS-SEG-I FROM 1 BY 1 UNTIL WS-SEG-I > 5
               OR WS-SEG-CODIGOS (WS-SEG-I:1) = WS-SEG
               CONTINUE
           END-PERFORM.
       GRAVA-RELATORIO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "RFMREL." WS-MES ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "SEGMENTACAO RFM DE CLIENTES " WS-MES
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE "SEGMENTO     CLIENTES     %        RECEITA 12 MESES"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           PERFORM VARYING WS-SEG-J FROM 1 BY 1 UNTIL WS-SEG-J > 5
               MOVE ZERO TO WS-PERC
               IF WS-CONT-CLI > ZERO
                   COMPUTE WS-PERC ROUNDED =
                       WS-SEG-QTD (WS-SEG-J) * 100 / WS-CONT-CLI
               END-IF
               MOVE SPACES TO WS-REP-LINHA
               STRING WS-SEG-NOME (WS-SEG-J) "   "
                   WS-SEG-QTD (WS-SEG-J) "   " WS-PERC "   "
                   WS-SEG-VALOR (WS-SEG-J)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL        " WS-CONT-CLI
               "   JANELA ATE " WS-DATA-FIM " (12 MESES)"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "MOVIMENTO ENTRE SEGMENTOS DESDE " WS-MES-ANT
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DE \ PARA    " WS-SEG-NOME (1) " " WS-SEG-NOME (2)
               " " WS-SEG-NOME (3) " " WS-SEG-NOME (4) " "
               WS-SEG-NOME (5)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-SEG-I FROM 1 BY 1 UNTIL WS-SEG-I > 6
               MOVE SPACES TO WS-REP-LINHA
               STRING WS-SEG-NOME (WS-SEG-I) "   "
                   WS-MOV-PARA (WS-SEG-I 1) "      "
                   WS-MOV-PARA (WS-SEG-I 2) "      "
                   WS-MOV-PARA (WS-SEG-I 3) "      "
                   WS-MOV-PARA (WS-SEG-I 4) "      "
                   WS-MOV-PARA (WS-SEG-I 5)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "NOTAS: RECENCIA 5=ATE 30D 4=60D 3=90D 2=180D 1=MAIS"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "       FREQUENCIA 5=24+ 4=12+ 3=6+ 2=2+ 1=MENOS"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "       VALOR 5=500+ 4=250+ 3=100+ 2=30+ 1=MENOS"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CAMPANHA-PROCEDURE.
           IF WS-PARM-SEG = SPACES
               OR (WS-PARM-CANAL <> "E" AND WS-PARM-CANAL <> "S")
               DISPLAY "USO: ./RFMREL CAMP <SEGMENTOS> <E|S> [AAAAMM]"
               DISPLAY "SEGMENTOS: C=CAMPEAO N=NOVO R=EM RISCO"
                   " P=PERDIDO O=REGULAR (EX.: RP)"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-PARM-MES = SPACES
               PERFORM MES-ANTERIOR-PROCEDURE
           ELSE
               IF WS-PARM-MES IS NOT NUMERIC
                   DISPLAY "MES INVALIDO (AAAAMM): " WS-PARM-MES
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-MES (1:4) TO WS-MES-ANO
               MOVE WS-PARM-MES (5:2) TO WS-MES-NUM
           END-IF.
           COMPUTE WS-MES = WS-MES-ANO * 100 + WS-MES-NUM.
           OPEN INPUT ARQ-RFM.
           IF WS-FS <> 0
               DISPLAY "SEGMENTACAO RFM AINDA NAO APURADA"
               CLOSE ARQ-RFM
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               CLOSE ARQ-RFM
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ARQ-CAMP.
           STRING "RFMCAMP." WS-MES "." WS-PARM-CANAL ".DAT"
               DELIMITED BY SIZE INTO WS-ARQ-CAMP
           END-STRING.
           OPEN OUTPUT ARQ-CAMPANHA.
           MOVE WS-MES TO RFMES.
           MOVE ZEROES TO RFCPF.
           START ARQ-RFM KEY IS NOT LESS THAN RFCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RFM NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF RFMES <> WS-MES
                       MOVE "Y" TO WS-EOF
                   ELSE
                       MOVE ZERO TO WS-SEG-TALLY
                       INSPECT WS-PARM-SEG TALLYING WS-SEG-TALLY
                           FOR ALL RFSEG
                       IF WS-SEG-TALLY > ZERO
                           PERFORM GRAVA-CAMPANHA-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CAMPANHA.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-RFM.
           DISPLAY WS-ARQ-CAMP " GERADO, " WS-CONT-CAMP
               " CLIENTE(S), " WS-CONT-SUPR
               " SEM CONSENTIMENTO OU CONTATO NO CANAL".
       GRAVA-CAMPANHA-PROCEDURE.
           MOVE RFCPF TO CCPF.
           READ ARQ-CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CNOME = "TITULAR ANONIMIZADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RCDEST.
           IF WS-PARM-CANAL = "E"
               MOVE CEMAIL TO RCDEST
           ELSE
               MOVE CTEL TO RCDEST
           END-IF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
           IF WS-CN-OK <> "S" OR RCDEST = SPACES
               ADD 1 TO WS-CONT-SUPR
               EXIT PARAGRAPH
           END-IF.
           MOVE RFCPF TO RCCPF.
           MOVE CNOME TO RCNOME.
           MOVE RFSEG TO RCSEG.
           MOVE WS-PARM-CANAL TO RCCANAL.
           MOVE RFULTIMA TO RCULTIMA.
           MOVE RFFREQ TO RCFREQ.
           MOVE RFVALOR TO RCVALOR.
           MOVE RFNOTA-R TO RCNOTA-R.
           MOVE RFNOTA-F TO RCNOTA-F.
           MOVE RFNOTA-M TO RCNOTA-M.
           WRITE REG-CAMPANHA.
           ADD 1 TO WS-CONT-CAMP.
       CHECA-CONSENTIMENTO-PROCEDURE.
           MOVE "N" TO WS-CN-OK.
           OPEN INPUT ARQ-CONSENT.
           IF WS-FS <> 0
               CLOSE ARQ-CONSENT
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE RFCPF TO CNCPF.
           READ ARQ-CONSENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PARM-CANAL = "E"
                       MOVE CNEMAIL TO WS-CN-OK
                   ELSE
                       MOVE CNSMS TO WS-CN-OK
                   END-IF
           END-READ.
           CLOSE ARQ-CONSENT.
           MOVE 00 TO WS-FS.
       END PROGRAM RFMREL.
