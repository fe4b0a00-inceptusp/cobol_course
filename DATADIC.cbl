               SELECT ARQ-SAIDA ASSIGN TO "DATADIC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT WORK ASSIGN TO "DDWORK.DAT".
               COPY FCDICLAY.
               SELECT ARQ-PESSOAL ASSIGN TO "DATADIC.PES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-LISTA.
           01 WORK-REG.
               05 WORK-CAMPO PIC X(30).
               05 WORK-FONTE PIC X(50).
           COPY FDDICLAY.
           FD ARQ-PESSOAL.
           01 PESSOAL-REG PIC X(30).
       WORKING-STORAGE SECTION.
           77 WS-ARQ-LISTA PIC X(50) VALUE "DATADIC.LST".
           77 WS-ARQ-FONTE PIC X(50).
           77 WS-CONT-CAMPOS PIC 9(5) VALUE ZEROES.
           77 WS-CAMPO-ANT PIC X(30) VALUE SPACES.
           77 WS-FONTE-ANT PIC X(50) VALUE SPACES.
           77 WS-EOF-PES PIC X(1).
           77 WS-CONT-LAY PIC 9(5) VALUE ZEROES.
           77 WS-LY-NIV PIC 9(2).
           77 WS-LY-NOME PIC X(30).
           77 WS-LY-PIC PIC X(30).
           77 WS-LY-USO PIC X(30).
           77 WS-LY-REDEF PIC X(30).
           77 WS-LY-NUM PIC X(30).
           77 WS-LY-OCC PIC 9(4).
           77 WS-LY-POS PIC 9(5).
           77 WS-LY-LEN PIC 9(5).
           77 WS-LY-DEC PIC 9(2).
           77 WS-LY-DIG PIC 9(2).
           77 WS-LY-N PIC 9(4).
           77 WS-LY-T PIC 9(2).
           77 WS-LY-I PIC 9(2).
           77 WS-LY-C PIC X(1).
           77 WS-LY-ULT PIC X(1).
           77 WS-LY-TIPO PIC X(1).
           77 WS-LY-SINAL PIC X(1).
           77 WS-LY-APOS-V PIC X(1).
           77 WS-LY-ALFA PIC X(1).
           77 WS-LY-EDIT PIC X(1).
           77 WS-LY-REPETE PIC X(1).
           77 WS-LY-TOPO PIC 9(2).
           77 WS-LY-VS-QTD PIC 9(3).
           77 WS-LY-VS-I PIC 9(3).
           77 WS-PES-QTD PIC 9(3) VALUE ZEROES.
           77 WS-PES-I PIC 9(3).
           01 WS-LY-TOKENS.
               05 WS-LY-TOK PIC X(30) OCCURS 12 TIMES.
           01 WS-LY-PILHA.
               05 WS-LY-GR OCCURS 20 TIMES.
                   10 WS-LY-GR-NIV PIC 9(2).
                   10 WS-LY-GR-NOME PIC X(30).
                   10 WS-LY-GR-INI PIC 9(5).
                   10 WS-LY-GR-OCC PIC 9(4).
                   10 WS-LY-GR-REP PIC X(1).
           01 WS-LY-VISTOS.
               05 WS-LY-VS OCCURS 500 TIMES.
                   10 WS-LY-VS-NOME PIC X(30).
                   10 WS-LY-VS-INI PIC 9(5).
           01 WS-PES-PADRAO.
               05 FILLER PIC X(30) VALUE "CNOME".
               05 FILLER PIC X(30) VALUE "CCPF".
               05 FILLER PIC X(30) VALUE "CCEP".
               05 FILLER PIC X(30) VALUE "CRUA".
               05 FILLER PIC X(30) VALUE "CNUM".
               05 FILLER PIC X(30) VALUE "CBAI".
               05 FILLER PIC X(30) VALUE "CTEL".
               05 FILLER PIC X(30) VALUE "CEMAIL".
               05 FILLER PIC X(30) VALUE "CNASCIMENTO".
               05 FILLER PIC X(30) VALUE "CRESPCPF".
               05 FILLER PIC X(30) VALUE "FACPF".
               05 FILLER PIC X(30) VALUE "HCPF".
               05 FILLER PIC X(30) VALUE "MRCPF".
               05 FILLER PIC X(30) VALUE "EMPPIN".
           01 WS-PES-PADRAO-TAB REDEFINES WS-PES-PADRAO.
               05 WS-PES-PADRAO-NOME PIC X(30) OCCURS 14 TIMES.
           01 WS-PES-LISTA.
               05 WS-PES-NOME PIC X(30) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ARQUIVO COM A LISTA DE FONTES A VARRER: ".
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR A LISTA DE FONTES"
           ELSE
               PERFORM CARREGA-PESSOAIS-PROCEDURE
               OPEN OUTPUT ARQ-DICLAY
               SORT WORK ON ASCENDING KEY WORK-CAMPO
                   INPUT PROCEDURE IS VARRE-FONTES-PROCEDURE
                   OUTPUT PROCEDURE IS GRAVA-XREF-PROCEDURE
               CLOSE ARQ-LISTA
               CLOSE ARQ-DICLAY
               DISPLAY "DATADIC.TXT GERADO, "
                   WS-CONT-CAMPOS " CAMPOS ENCONTRADOS"
               DISPLAY "DATADIC.LAY GERADO, "
                   WS-CONT-LAY " ITENS DE LEIAUTE"
           END-IF.
           STOP RUN.
       VARRE-FONTES-PROCEDURE.
           IF WS-FS2 <> 0
               DISPLAY "AVISO: NAO ABRIU " WS-ARQ-FONTE
           ELSE
               MOVE ZEROES TO WS-LY-TOPO
               MOVE ZEROES TO WS-LY-VS-QTD
               MOVE 1 TO WS-LY-POS
               MOVE "N" TO WS-EOF-FONTE
               READ ARQ-FONTE
                   AT END MOVE "Y" TO WS-EOF-FONTE
               END-READ
               PERFORM VARRE-LINHA-PROCEDURE UNTIL WS-EOF-FONTE = "Y"
               PERFORM LAYOUT-DESEMPILHA-PROCEDURE
                   UNTIL WS-LY-TOPO = ZEROES
               CLOSE ARQ-FONTE
           END-IF.
           READ ARQ-LISTA
           UNSTRING WS-LINHA DELIMITED BY ALL SPACE
               INTO WS-TOK-NIVEL WS-TOK-CAMPO
           END-UNSTRING.
           IF WS-TOK-NIVEL (1:2) IS NUMERIC
               AND WS-TOK-NIVEL (3:) = SPACES
               AND WS-TOK-CAMPO <> SPACES
               UNSTRING WS-TOK-CAMPO DELIMITED BY "."
                   INTO WORK-CAMPO
               END-UNSTRING
               MOVE LISTA-REG TO WORK-FONTE
               IF WORK-CAMPO <> "FILLER"
                   RELEASE WORK-REG
               END-IF
               PERFORM LAYOUT-ITEM-PROCEDURE
           END-IF.
           READ ARQ-FONTE
               AT END MOVE "Y" TO WS-EOF-FONTE
           END-READ.
       CARREGA-PESSOAIS-PROCEDURE.
           PERFORM VARYING WS-PES-I FROM 1 BY 1 UNTIL WS-PES-I > 14
               ADD 1 TO WS-PES-QTD
               MOVE WS-PES-PADRAO-NOME (WS-PES-I)
                   TO WS-PES-NOME (WS-PES-QTD)
           END-PERFORM.
           OPEN INPUT ARQ-PESSOAL.
           IF WS-FS2 <> 0
               CLOSE ARQ-PESSOAL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-PES.
           READ ARQ-PESSOAL
               AT END MOVE "Y" TO WS-EOF-PES
           END-READ.
           PERFORM CARREGA-UM-PESSOAL-PROCEDURE UNTIL WS-EOF-PES = "Y".
           CLOSE ARQ-PESSOAL.
       CARREGA-UM-PESSOAL-PROCEDURE.
           IF PESSOAL-REG <> SPACES AND PESSOAL-REG (1:1) <> "*"
               AND WS-PES-QTD < 200
               ADD 1 TO WS-PES-QTD
               MOVE FUNCTION TRIM (PESSOAL-REG)
                   TO WS-PES-NOME (WS-PES-QTD)
           END-IF.
           READ ARQ-PESSOAL
               AT END MOVE "Y" TO WS-EOF-PES
           END-READ.
       LAYOUT-ITEM-PROCEDURE.
           MOVE WS-TOK-NIVEL (1:2) TO WS-LY-NIV.
           IF WS-LY-NIV = ZERO OR WS-LY-NIV > 49
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LY-TOKENS.
           UNSTRING WS-LINHA DELIMITED BY ALL SPACE
               INTO WS-LY-TOK (1) WS-LY-TOK (2) WS-LY-TOK (3)
                   WS-LY-TOK (4) WS-LY-TOK (5) WS-LY-TOK (6)
                   WS-LY-TOK (7) WS-LY-TOK (8) WS-LY-TOK (9)
                   WS-LY-TOK (10) WS-LY-TOK (11) WS-LY-TOK (12)
           END-UNSTRING.
           MOVE WORK-CAMPO TO WS-LY-NOME.
           MOVE SPACES TO WS-LY-PIC.
           MOVE SPACES TO WS-LY-USO.
           MOVE SPACES TO WS-LY-REDEF.
           MOVE ZEROES TO WS-LY-OCC.
           PERFORM VARYING WS-LY-T FROM 3 BY 1 UNTIL WS-LY-T > 11
               EVALUATE WS-LY-TOK (WS-LY-T)
                   WHEN "PIC"
                   WHEN "PICTURE"
                       IF WS-LY-TOK (WS-LY-T + 1) = "IS"
                           MOVE WS-LY-TOK (WS-LY-T + 2) TO WS-LY-PIC
                       ELSE
                           MOVE WS-LY-TOK (WS-LY-T + 1) TO WS-LY-PIC
                       END-IF
                   WHEN "REDEFINES"
                       UNSTRING WS-LY-TOK (WS-LY-T + 1) DELIMITED BY "."
                           INTO WS-LY-REDEF
                       END-UNSTRING
                   WHEN "OCCURS"
                       MOVE SPACES TO WS-LY-NUM
                       UNSTRING WS-LY-TOK (WS-LY-T + 1) DELIMITED BY "."
                           INTO WS-LY-NUM
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL (WS-LY-NUM) = ZERO
                           COMPUTE WS-LY-OCC =
                               FUNCTION NUMVAL (WS-LY-NUM)
                       END-IF
                   WHEN OTHER
                       IF WS-LY-TOK (WS-LY-T) (1:4) = "COMP"
                           OR WS-LY-TOK (WS-LY-T) (1:6) = "BINARY"
                           OR WS-LY-TOK (WS-LY-T) (1:6) = "PACKED"
                           UNSTRING WS-LY-TOK (WS-LY-T) DELIMITED BY "."
                               INTO WS-LY-USO
                           END-UNSTRING
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM LAYOUT-DESEMPILHA-PROCEDURE
               UNTIL WS-LY-TOPO = ZEROES
               OR WS-LY-GR-NIV (WS-LY-TOPO) < WS-LY-NIV.
           IF WS-LY-NIV = 1
               MOVE 1 TO WS-LY-POS
           END-IF.
           IF WS-LY-REDEF <> SPACES
               PERFORM VARYING WS-LY-VS-I FROM 1 BY 1
                   UNTIL WS-LY-VS-I > WS-LY-VS-QTD
                   IF WS-LY-VS-NOME (WS-LY-VS-I) = WS-LY-REDEF
                       MOVE WS-LY-VS-INI (WS-LY-VS-I) TO WS-LY-POS
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-LY-REPETE.
           IF WS-LY-OCC > ZERO
               MOVE "S" TO WS-LY-REPETE
           END-IF.
           IF WS-LY-TOPO > ZERO
               IF WS-LY-GR-REP (WS-LY-TOPO) = "S"
                   MOVE "S" TO WS-LY-REPETE
               END-IF
           END-IF.
           IF WS-LY-VS-QTD < 500
               ADD 1 TO WS-LY-VS-QTD
               MOVE WS-LY-NOME TO WS-LY-VS-NOME (WS-LY-VS-QTD)
               MOVE WS-LY-POS TO WS-LY-VS-INI (WS-LY-VS-QTD)
           END-IF.
           IF WS-LY-PIC = SPACES
               IF WS-LY-TOPO < 20
                   ADD 1 TO WS-LY-TOPO
                   MOVE WS-LY-NIV TO WS-LY-GR-NIV (WS-LY-TOPO)
                   MOVE WS-LY-NOME TO WS-LY-GR-NOME (WS-LY-TOPO)
                   MOVE WS-LY-POS TO WS-LY-GR-INI (WS-LY-TOPO)
                   MOVE WS-LY-OCC TO WS-LY-GR-OCC (WS-LY-TOPO)
                   MOVE WS-LY-REPETE TO WS-LY-GR-REP (WS-LY-TOPO)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM LAYOUT-PIC-PROCEDURE.
           MOVE LISTA-REG TO LYFONTE.
           MOVE WS-LY-NOME TO LYCAMPO.
           MOVE WS-LY-NIV TO LYNIVEL.
           MOVE WS-LY-POS TO LYINICIO.
           MOVE WS-LY-LEN TO LYTAMANHO.
           MOVE WS-LY-TIPO TO LYTIPO.
           MOVE WS-LY-DEC TO LYDEC.
           MOVE WS-LY-SINAL TO LYSINAL.
           MOVE WS-LY-REPETE TO LYREPETE.
           PERFORM LAYOUT-GRAVA-PROCEDURE.
           IF WS-LY-OCC > ZERO
               COMPUTE WS-LY-POS = WS-LY-POS + WS-LY-LEN * WS-LY-OCC
           ELSE
               ADD WS-LY-LEN TO WS-LY-POS
           END-IF.
       LAYOUT-PIC-PROCEDURE.
           MOVE ZEROES TO WS-LY-LEN.
           MOVE ZEROES TO WS-LY-DEC.
           MOVE ZEROES TO WS-LY-DIG.
           MOVE SPACE TO WS-LY-SINAL.
           MOVE SPACE TO WS-LY-ULT.
           MOVE "N" TO WS-LY-APOS-V.
           MOVE "N" TO WS-LY-ALFA.
           MOVE "N" TO WS-LY-EDIT.
           IF WS-LY-PIC (30:1) = SPACE
               PERFORM VARYING WS-LY-I FROM 30 BY -1
                   UNTIL WS-LY-I = 1 OR WS-LY-PIC (WS-LY-I:1) <> SPACE
                   CONTINUE
               END-PERFORM
               IF WS-LY-PIC (WS-LY-I:1) = "."
                   MOVE SPACE TO WS-LY-PIC (WS-LY-I:1)
               END-IF
           END-IF.
           PERFORM VARYING WS-LY-I FROM 1 BY 1
               UNTIL WS-LY-I > 30 OR WS-LY-PIC (WS-LY-I:1) = SPACE
               MOVE WS-LY-PIC (WS-LY-I:1) TO WS-LY-C
               EVALUATE WS-LY-C
                   WHEN "("
                       MOVE ZEROES TO WS-LY-N
                       ADD 1 TO WS-LY-I
                       PERFORM UNTIL WS-LY-I > 30
                           OR WS-LY-PIC (WS-LY-I:1) = ")"
                           IF WS-LY-PIC (WS-LY-I:1) IS NUMERIC
                               COMPUTE WS-LY-N = WS-LY-N * 10
                                   + FUNCTION NUMVAL
                                   (WS-LY-PIC (WS-LY-I:1))
                           END-IF
                           ADD 1 TO WS-LY-I
                       END-PERFORM
                       IF WS-LY-N > ZERO
                           COMPUTE WS-LY-LEN = WS-LY-LEN + WS-LY-N - 1
                           IF WS-LY-ULT = "9"
                               COMPUTE WS-LY-DIG =
                                   WS-LY-DIG + WS-LY-N - 1
                               IF WS-LY-APOS-V = "S"
                                   COMPUTE WS-LY-DEC =
                                       WS-LY-DEC + WS-LY-N - 1
                               END-IF
                           END-IF
                       END-IF
                   WHEN "V"
                       MOVE "S" TO WS-LY-APOS-V
                   WHEN "S"
                       MOVE "S" TO WS-LY-SINAL
                   WHEN "P"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-LY-LEN
                       MOVE WS-LY-C TO WS-LY-ULT
                       EVALUATE WS-LY-C
                           WHEN "9"
                               ADD 1 TO WS-LY-DIG
                               IF WS-LY-APOS-V = "S"
                                   ADD 1 TO WS-LY-DEC
                               END-IF
                           WHEN "X"
                           WHEN "A"
                               MOVE "S" TO WS-LY-ALFA
                           WHEN OTHER
                               MOVE "S" TO WS-LY-EDIT
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LY-ALFA = "S"
                   MOVE "X" TO WS-LY-TIPO
               WHEN WS-LY-EDIT = "S"
                   MOVE "E" TO WS-LY-TIPO
               WHEN OTHER
                   MOVE "9" TO WS-LY-TIPO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-LY-USO = "COMP-3" OR WS-LY-USO (1:6) = "PACKED"
                   COMPUTE WS-LY-LEN = WS-LY-DIG / 2 + 1
                   MOVE "C" TO WS-LY-TIPO
               WHEN WS-LY-USO <> SPACES
                   EVALUATE TRUE
                       WHEN WS-LY-DIG < 5
                           MOVE 2 TO WS-LY-LEN
                       WHEN WS-LY-DIG < 10
                           MOVE 4 TO WS-LY-LEN
                       WHEN OTHER
                           MOVE 8 TO WS-LY-LEN
                   END-EVALUATE
                   MOVE "C" TO WS-LY-TIPO
           END-EVALUATE.
       LAYOUT-DESEMPILHA-PROCEDURE.
           MOVE LISTA-REG TO LYFONTE.
           MOVE WS-LY-GR-NOME (WS-LY-TOPO) TO LYCAMPO.
           MOVE WS-LY-GR-NIV (WS-LY-TOPO) TO LYNIVEL.
           MOVE WS-LY-GR-INI (WS-LY-TOPO) TO LYINICIO.
           COMPUTE LYTAMANHO = WS-LY-POS - WS-LY-GR-INI (WS-LY-TOPO).
           MOVE "G" TO LYTIPO.
           MOVE ZEROES TO LYDEC.
           MOVE SPACE TO LYSINAL.
           MOVE WS-LY-GR-REP (WS-LY-TOPO) TO LYREPETE.
           PERFORM LAYOUT-GRAVA-PROCEDURE.
           IF WS-LY-GR-OCC (WS-LY-TOPO) > 1
               COMPUTE WS-LY-POS = WS-LY-GR-INI (WS-LY-TOPO)
                   + LYTAMANHO * WS-LY-GR-OCC (WS-LY-TOPO)
           END-IF.
           SUBTRACT 1 FROM WS-LY-TOPO.
       LAYOUT-GRAVA-PROCEDURE.
           IF LYCAMPO = "FILLER"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO LYPESSOAL.
           PERFORM VARYING WS-PES-I FROM 1 BY 1
               UNTIL WS-PES-I > WS-PES-QTD
               IF WS-PES-NOME (WS-PES-I) = LYCAMPO
                   MOVE "S" TO LYPESSOAL
               END-IF
           END-PERFORM.
           WRITE REG-DICLAY.
           ADD 1 TO WS-CONT-LAY.
       GRAVA-XREF-PROCEDURE.
           OPEN OUTPUT ARQ-SAIDA.
           MOVE SPACES TO SAIDA-REG.
           STRING "CAMPO" DELIMITED BY SIZE
               " PROGRAMA/COPYBOOK" DELIMITED BY SIZE
               INTO SAIDA-REG
       GRAVA-LINHA-XREF-PROCEDURE.
           IF WORK-CAMPO <> WS-CAMPO-ANT
               OR WORK-FONTE <> WS-FONTE-ANT
               MOVE SPACES TO SAIDA-REG
               STRING WORK-CAMPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WORK-FONTE DELIMITED BY SIZE
