       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMTARIFA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCHISTORICO.
               COPY FCFILME.
               COPY FCPARAM.
               COPY FCPARAMVIG.
               COPY FCCALENDARIO.
               SELECT ARQ-CARTAO ASSIGN TO DYNAMIC WS-ARQ-CARTAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDHISTORICO.
           COPY FDFILME.
           COPY FDPARAM.
           COPY FDPARAMVIG.
           COPY FDCALENDARIO.
           FD ARQ-CARTAO.
           01 CARTAO-REG PIC X(80).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(80).
           77 WS-PARM-MESES PIC X(3).
           77 WS-ARQ-CARTAO PIC X(50).
           77 WS-MESES PIC 9(3) VALUE 6.
           77 WS-HOJE PIC 9(8).
           77 WS-INICIO PIC 9(8).
           77 WS-ANO PIC 9(4).
           77 WS-MES PIC 9(2).
           77 WS-DIA PIC 9(2).
           77 WS-TOT-MESES PIC 9(6).
           77 WS-JUL-HOJE PIC 9(7).
           77 WS-JUL-BASE PIC 9(7).
           77 WS-JUL PIC 9(7).
           77 WS-JUL-VENC PIC 9(7).
           77 WS-JUL-DEV PIC 9(7).
           77 WS-FECHADO PIC X(1).
           77 WS-DIAS-ATRASO PIC 9(5).
           77 WS-I PIC 9(5).
           77 WS-C PIC 9(3).
           77 WS-F PIC 9(3).
           77 WS-ACHOU PIC 9(3).
           77 WS-CAT-BUSCA PIC X(10).
           77 WS-CARD-CAT PIC X(10).
           77 WS-CARD-DIAS PIC X(10).
           77 WS-CARD-MULTA PIC X(10).
           77 WS-CARD-VALOR PIC X(10).
           77 WS-DEF-DIAS PIC 9(3) VALUE 7.
           77 WS-DEF-MULTA PIC 9(3)V99 VALUE 1.00.
           77 WS-DEF-VALOR PIC 9(3)V99 VALUE 5.00.
           77 WS-CARD-DEF PIC X(1) VALUE "N".
           77 WS-CARD-DEF-DIAS PIC X(10).
           77 WS-CARD-DEF-MULTA PIC X(10).
           77 WS-CARD-DEF-VALOR PIC X(10).
           77 WS-PD-CAT PIC 9(3).
           77 WS-PD-DATA PIC 9(8).
           77 WS-PD-DIAS PIC 9(3).
           77 WS-PD-MULTA PIC 9(3)V99.
           77 WS-PD-VALOR PIC 9(3)V99.
           77 WS-SIM-VALOR PIC S9(7)V99.
           77 WS-SIM-MULTA PIC S9(7)V99.
           77 WS-ATU-ATRASO PIC 9(5).
           77 WS-CONT-LIDOS PIC 9(9) VALUE ZERO.
           77 WS-CONT-JANELA PIC 9(9) VALUE ZERO.
           77 WS-CONT-ALTERADAS PIC 9(3) VALUE ZERO.
           77 WS-ED-DIAS1 PIC ZZ9.
           77 WS-ED-DIAS2 PIC ZZ9.
           77 WS-ED-TAXA1 PIC ZZ9.99.
           77 WS-ED-TAXA2 PIC ZZ9.99.
           77 WS-ED-TAXA3 PIC ZZ9.99.
           77 WS-ED-TAXA4 PIC ZZ9.99.
           77 WS-ED-QTD1 PIC ZZZZZ9.
           77 WS-ED-QTD2 PIC ZZZZZ9.
           77 WS-ED-V1 PIC -(9)9.99.
           77 WS-ED-V2 PIC -(9)9.99.
           77 WS-ED-V3 PIC -(9)9.99.
           77 WS-ED-V4 PIC -(9)9.99.
           77 WS-ED-V5 PIC -(9)9.99.
           77 WS-ED-V6 PIC -(9)9.99.
           77 WS-ED-V7 PIC -(9)9.99.
           77 WS-ROTULO PIC X(16).
           01 WS-CT-TABELA.
               05 WS-CT-QTD PIC 9(3) VALUE ZERO.
               05 WS-CT-REG OCCURS 60 TIMES.
                   10 WS-CT-NOME PIC X(10).
                   10 WS-CT-PROPRIO PIC X(1).
                   10 WS-CT-DIAS PIC 9(3).
                   10 WS-CT-MULTA PIC 9(3)V99.
                   10 WS-CT-VALOR PIC 9(3)V99.
                   10 WS-CT-ATU-DIAS PIC 9(3).
                   10 WS-CT-ATU-MULTA PIC 9(3)V99.
                   10 WS-CT-ATU-VALOR PIC 9(3)V99.
                   10 WS-CT-CARD PIC X(1).
                   10 WS-CT-CARD-DIAS PIC X(10).
                   10 WS-CT-CARD-MULTA PIC X(10).
                   10 WS-CT-CARD-VALOR PIC X(10).
                   10 WS-CT-SIM-DIAS PIC 9(3).
                   10 WS-CT-SIM-MULTA PIC 9(3)V99.
                   10 WS-CT-SIM-VALOR PIC 9(3)V99.
           01 WS-PV-TABELA.
               05 WS-PV-QTD PIC 9(4) VALUE ZERO.
               05 WS-PV-REG OCCURS 1000 TIMES.
                   10 WS-PV-CAT PIC X(10).
                   10 WS-PV-VIG PIC 9(8).
                   10 WS-PV-DIAS PIC 9(3).
                   10 WS-PV-MULTA PIC 9(3)V99.
                   10 WS-PV-VALOR PIC 9(3)V99.
           01 WS-TIT-TABELA.
               05 WS-TIT-CAT PIC 9(3) OCCURS 9999 TIMES.
           01 WS-CAL-TABELA.
               05 WS-CAL-FECHADO PIC X(1) OCCURS 4000 TIMES.
           01 WS-AG-TABELA.
               05 WS-AG-CAT OCCURS 60 TIMES.
                   10 WS-AG-FIL OCCURS 100 TIMES.
                       15 WS-AG-LOC PIC 9(7).
                       15 WS-AG-REC-ATU PIC S9(9)V99.
                       15 WS-AG-REC-SIM PIC S9(9)V99.
                       15 WS-AG-DEV PIC 9(7).
                       15 WS-AG-MUL-ATU PIC S9(9)V99.
                       15 WS-AG-MUL-SIM PIC S9(9)V99.
           01 WS-TT.
               05 WS-TT-LOC PIC 9(9).
               05 WS-TT-REC-ATU PIC S9(11)V99.
               05 WS-TT-REC-SIM PIC S9(11)V99.
               05 WS-TT-DEV PIC 9(9).
               05 WS-TT-MUL-ATU PIC S9(11)V99.
               05 WS-TT-MUL-SIM PIC S9(11)V99.
           01 WS-TG.
               05 WS-TG-LOC PIC 9(9).
               05 WS-TG-REC-ATU PIC S9(11)V99.
               05 WS-TG-REC-SIM PIC S9(11)V99.
               05 WS-TG-DEV PIC 9(9).
               05 WS-TG-MUL-ATU PIC S9(11)V99.
               05 WS-TG-MUL-SIM PIC S9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-MESES.
           MOVE SPACES TO WS-ARQ-CARTAO.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-MESES WS-ARQ-CARTAO
           END-UNSTRING.
           IF WS-PARM-MESES <> SPACES
               IF FUNCTION TEST-NUMVAL (WS-PARM-MESES) = ZERO
                   COMPUTE WS-MESES = FUNCTION NUMVAL (WS-PARM-MESES)
               ELSE
                   MOVE ZERO TO WS-MESES
               END-IF
           END-IF.
           IF WS-MESES = ZERO OR WS-MESES > 60
               DISPLAY "USO: ./SIMTARIFA [MESES 1-60] [CARTAO]"
               STOP RUN RETURNING 8
           END-IF.
           IF WS-ARQ-CARTAO = SPACES
               MOVE "SIMTARIFA.CRD" TO WS-ARQ-CARTAO
           END-IF.
           PERFORM CALCULA-JANELA-PROCEDURE.
           INITIALIZE WS-AG-TABELA.
           INITIALIZE WS-TIT-TABELA.
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
           PERFORM CARREGA-PARAMVIG-PROCEDURE.
           PERFORM CARREGA-TITULOS-PROCEDURE.
           PERFORM LE-CARTAO-PROCEDURE.
           IF WS-RC <> 0
               STOP RUN RETURNING WS-RC
           END-IF.
           PERFORM MONTA-PROPOSTA-PROCEDURE.
           PERFORM CARREGA-CALENDARIO-PROCEDURE.
           PERFORM VARRE-HISTORICO-PROCEDURE.
           IF WS-RC <> 0
               STOP RUN RETURNING WS-RC
           END-IF.
           PERFORM GRAVA-RELATORIO-PROCEDURE.
           DISPLAY "SIMULACAO DE " WS-INICIO " A " WS-HOJE
               ": " WS-CONT-JANELA " MOVIMENTOS, "
               WS-CONT-ALTERADAS " CATEGORIA(S) ALTERADA(S)".
           DISPLAY WS-REP-ARQUIVO " GERADO".
           STOP RUN RETURNING WS-RC.
       CALCULA-JANELA-PROCEDURE.
           MOVE WS-HOJE (1:4) TO WS-ANO.
           MOVE WS-HOJE (5:2) TO WS-MES.
           MOVE WS-HOJE (7:2) TO WS-DIA.
           COMPUTE WS-TOT-MESES = WS-ANO * 12 + WS-MES - 1 - WS-MESES.
           COMPUTE WS-ANO = WS-TOT-MESES / 12.
           COMPUTE WS-MES = FUNCTION MOD (WS-TOT-MESES, 12) + 1.
           IF WS-DIA > 28
               MOVE 28 TO WS-DIA
           END-IF.
           COMPUTE WS-INICIO = WS-ANO * 10000 + WS-MES * 100 + WS-DIA.
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           COMPUTE WS-JUL-BASE =
               FUNCTION INTEGER-OF-DATE (WS-INICIO) - 1000.
       CARREGA-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS <> 0
               CLOSE ARQ-PARAMETROS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PARAMETROS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF PCATEGORIA = "DEFAULT"
                       MOVE PDIAS-ALUGUEL TO WS-DEF-DIAS
                       MOVE PVALOR-MULTA-DIA TO WS-DEF-MULTA
                       MOVE PVALOR-ALUGUEL TO WS-DEF-VALOR
                   ELSE
                       MOVE PCATEGORIA TO WS-CAT-BUSCA
                       PERFORM ACHA-CATEGORIA-PROCEDURE
                       IF WS-ACHOU > ZERO
                           MOVE "S" TO WS-CT-PROPRIO (WS-ACHOU)
                           MOVE PDIAS-ALUGUEL TO WS-CT-DIAS (WS-ACHOU)
                           MOVE PVALOR-MULTA-DIA
                               TO WS-CT-MULTA (WS-ACHOU)
                           MOVE PVALOR-ALUGUEL TO WS-CT-VALOR (WS-ACHOU)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PARAMETROS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CT-QTD
               IF WS-CT-PROPRIO (WS-C) <> "S"
                   MOVE WS-DEF-DIAS TO WS-CT-DIAS (WS-C)
                   MOVE WS-DEF-MULTA TO WS-CT-MULTA (WS-C)
                   MOVE WS-DEF-VALOR TO WS-CT-VALOR (WS-C)
               END-IF
           END-PERFORM.
       ACHA-CATEGORIA-PROCEDURE.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CT-QTD
               IF WS-CT-NOME (WS-C) = WS-CAT-BUSCA
                   MOVE WS-C TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO AND WS-CT-QTD < 60
               ADD 1 TO WS-CT-QTD
               MOVE WS-CT-QTD TO WS-ACHOU
               MOVE WS-CAT-BUSCA TO WS-CT-NOME (WS-ACHOU)
               MOVE "N" TO WS-CT-PROPRIO (WS-ACHOU)
               MOVE "N" TO WS-CT-CARD (WS-ACHOU)
               MOVE WS-DEF-DIAS TO WS-CT-DIAS (WS-ACHOU)
               MOVE WS-DEF-MULTA TO WS-CT-MULTA (WS-ACHOU)
               MOVE WS-DEF-VALOR TO WS-CT-VALOR (WS-ACHOU)
           END-IF.
       CARREGA-PARAMVIG-PROCEDURE.
           OPEN INPUT ARQ-PARAMVIG.
           IF WS-FS <> 0
               CLOSE ARQ-PARAMVIG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PARAMVIG NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND WS-PV-QTD < 1000
                   ADD 1 TO WS-PV-QTD
                   MOVE PVCATEGORIA TO WS-PV-CAT (WS-PV-QTD)
                   MOVE PVVIGENCIA TO WS-PV-VIG (WS-PV-QTD)
                   MOVE PVDIAS-ALUGUEL TO WS-PV-DIAS (WS-PV-QTD)
                   MOVE PVVALOR-MULTA-DIA TO WS-PV-MULTA (WS-PV-QTD)
                   MOVE PVVALOR-ALUGUEL TO WS-PV-VALOR (WS-PV-QTD)
               END-IF
           END-PERFORM.
           CLOSE ARQ-PARAMVIG.
       CARREGA-TITULOS-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FCOD > ZERO
                   IF WS-TIT-CAT (FCOD) = ZERO
                       MOVE FCATEGORIA TO WS-CAT-BUSCA
                       PERFORM ACHA-CATEGORIA-PROCEDURE
                       MOVE WS-ACHOU TO WS-TIT-CAT (FCOD)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILMES.
       LE-CARTAO-PROCEDURE.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS2 <> 0
               DISPLAY "CARTAO DE PROPOSTA NAO ENCONTRADO: "
                   WS-ARQ-CARTAO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CARTAO
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TRATA-CARTAO-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE ARQ-CARTAO.
       TRATA-CARTAO-PROCEDURE.
           IF CARTAO-REG = SPACES OR CARTAO-REG (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CARD-CAT WS-CARD-DIAS WS-CARD-MULTA
               WS-CARD-VALOR.
           UNSTRING FUNCTION TRIM (CARTAO-REG) DELIMITED BY ALL SPACES
               INTO WS-CARD-CAT WS-CARD-DIAS WS-CARD-MULTA
                   WS-CARD-VALOR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-CARD-CAT) TO WS-CARD-CAT.
           IF WS-CARD-VALOR = SPACES
               DISPLAY "LINHA INCOMPLETA NO CARTAO: " CARTAO-REG
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF (WS-CARD-DIAS <> "="
               AND FUNCTION TEST-NUMVAL (WS-CARD-DIAS) <> ZERO)
               OR (WS-CARD-MULTA <> "="
               AND FUNCTION TEST-NUMVAL (WS-CARD-MULTA) <> ZERO)
               OR (WS-CARD-VALOR <> "="
               AND FUNCTION TEST-NUMVAL (WS-CARD-VALOR) <> ZERO)
               DISPLAY "VALOR INVALIDO NO CARTAO: " CARTAO-REG
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARD-CAT = "DEFAULT"
               MOVE "S" TO WS-CARD-DEF
               MOVE WS-CARD-DIAS TO WS-CARD-DEF-DIAS
               MOVE WS-CARD-MULTA TO WS-CARD-DEF-MULTA
               MOVE WS-CARD-VALOR TO WS-CARD-DEF-VALOR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CARD-CAT TO WS-CAT-BUSCA.
           PERFORM ACHA-CATEGORIA-PROCEDURE.
           IF WS-ACHOU = ZERO
               DISPLAY "LIMITE DE CATEGORIAS EXCEDIDO: " WS-CARD-CAT
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CT-CARD (WS-ACHOU).
           MOVE WS-CARD-DIAS TO WS-CT-CARD-DIAS (WS-ACHOU).
           MOVE WS-CARD-MULTA TO WS-CT-CARD-MULTA (WS-ACHOU).
           MOVE WS-CARD-VALOR TO WS-CT-CARD-VALOR (WS-ACHOU).
       MONTA-PROPOSTA-PROCEDURE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-CT-QTD
               MOVE WS-F TO WS-PD-CAT
               MOVE WS-HOJE TO WS-PD-DATA
               PERFORM PARAMS-EM-DATA-PROCEDURE
               MOVE WS-PD-DIAS TO WS-CT-ATU-DIAS (WS-F)
               MOVE WS-PD-MULTA TO WS-CT-ATU-MULTA (WS-F)
               MOVE WS-PD-VALOR TO WS-CT-ATU-VALOR (WS-F)
               MOVE WS-PD-DIAS TO WS-CT-SIM-DIAS (WS-F)
               MOVE WS-PD-MULTA TO WS-CT-SIM-MULTA (WS-F)
               MOVE WS-PD-VALOR TO WS-CT-SIM-VALOR (WS-F)
               IF WS-CT-CARD (WS-F) <> "S" AND WS-CARD-DEF = "S"
                   AND WS-CT-PROPRIO (WS-F) <> "S"
                   MOVE "S" TO WS-CT-CARD (WS-F)
                   MOVE WS-CARD-DEF-DIAS TO WS-CT-CARD-DIAS (WS-F)
                   MOVE WS-CARD-DEF-MULTA TO WS-CT-CARD-MULTA (WS-F)
                   MOVE WS-CARD-DEF-VALOR TO WS-CT-CARD-VALOR (WS-F)
               END-IF
               IF WS-CT-CARD (WS-F) = "S"
                   IF WS-CT-CARD-DIAS (WS-F) <> "="
                       COMPUTE WS-CT-SIM-DIAS (WS-F) =
                           FUNCTION NUMVAL (WS-CT-CARD-DIAS (WS-F))
                   END-IF
                   IF WS-CT-CARD-MULTA (WS-F) <> "="
                       COMPUTE WS-CT-SIM-MULTA (WS-F) =
                           FUNCTION NUMVAL (WS-CT-CARD-MULTA (WS-F))
                   END-IF
                   IF WS-CT-CARD-VALOR (WS-F) <> "="
                       COMPUTE WS-CT-SIM-VALOR (WS-F) =
                           FUNCTION NUMVAL (WS-CT-CARD-VALOR (WS-F))
                   END-IF
               END-IF
               IF WS-CT-SIM-DIAS (WS-F) <> WS-CT-ATU-DIAS (WS-F)
                   OR WS-CT-SIM-MULTA (WS-F) <> WS-CT-ATU-MULTA (WS-F)
                   OR WS-CT-SIM-VALOR (WS-F) <> WS-CT-ATU-VALOR (WS-F)
                   ADD 1 TO WS-CONT-ALTERADAS
               END-IF
           END-PERFORM.
       PARAMS-EM-DATA-PROCEDURE.
           MOVE WS-CT-DIAS (WS-PD-CAT) TO WS-PD-DIAS.
           MOVE WS-CT-MULTA (WS-PD-CAT) TO WS-PD-MULTA.
           MOVE WS-CT-VALOR (WS-PD-CAT) TO WS-PD-VALOR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PV-QTD
               IF WS-PV-CAT (WS-I) = WS-CT-NOME (WS-PD-CAT)
                   AND WS-PV-VIG (WS-I) <= WS-PD-DATA
                   MOVE WS-PV-DIAS (WS-I) TO WS-PD-DIAS
                   MOVE WS-PV-MULTA (WS-I) TO WS-PD-MULTA
                   MOVE WS-PV-VALOR (WS-I) TO WS-PD-VALOR
               END-IF
           END-PERFORM.
       CARREGA-CALENDARIO-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4000
               COMPUTE WS-JUL = WS-JUL-BASE + WS-I - 1
               IF FUNCTION MOD (WS-JUL - 1, 7) = 6
                   MOVE "S" TO WS-CAL-FECHADO (WS-I)
               ELSE
                   MOVE "N" TO WS-CAL-FECHADO (WS-I)
               END-IF
           END-PERFORM.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS <> 0
               CLOSE ARQ-CALENDARIO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CALENDARIO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND CALDATA > 16010101
                   COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE (CALDATA)
                   IF WS-JUL >= WS-JUL-BASE
                       AND WS-JUL < WS-JUL-BASE + 4000
                       COMPUTE WS-I = WS-JUL - WS-JUL-BASE + 1
                       MOVE "S" TO WS-CAL-FECHADO (WS-I)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CALENDARIO.
       CHECA-DIA-FECHADO-PROCEDURE.
           IF WS-JUL >= WS-JUL-BASE AND WS-JUL < WS-JUL-BASE + 4000
               COMPUTE WS-I = WS-JUL - WS-JUL-BASE + 1
               MOVE WS-CAL-FECHADO (WS-I) TO WS-FECHADO
           ELSE
               IF FUNCTION MOD (WS-JUL - 1, 7) = 6
                   MOVE "S" TO WS-FECHADO
               ELSE
                   MOVE "N" TO WS-FECHADO
               END-IF
           END-IF.
       CONTA-ATRASO-PROCEDURE.
           MOVE ZERO TO WS-DIAS-ATRASO.
           MOVE WS-JUL-VENC TO WS-JUL.
           PERFORM UNTIL WS-JUL >= WS-JUL-DEV
               ADD 1 TO WS-JUL
               PERFORM CHECA-DIA-FECHADO-PROCEDURE
               IF WS-FECHADO = "N"
                   ADD 1 TO WS-DIAS-ATRASO
               END-IF
           END-PERFORM.
       VARRE-HISTORICO-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR HISTORICO, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   ADD 1 TO WS-CONT-LIDOS
                   IF HDATA >= WS-INICIO AND HDATA <= WS-HOJE
                       AND (HTIPO = "A" OR HTIPO = "E" OR HTIPO = "D")
                       PERFORM SIMULA-MOVIMENTO-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       SIMULA-MOVIMENTO-PROCEDURE.
           MOVE ZERO TO WS-C.
           IF HCOD > ZERO
               MOVE WS-TIT-CAT (HCOD) TO WS-C
           END-IF.
           IF WS-C = ZERO
               MOVE "SEM TITULO" TO WS-CAT-BUSCA
               PERFORM ACHA-CATEGORIA-PROCEDURE
               MOVE WS-ACHOU TO WS-C
               IF WS-C = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF HCOD > ZERO
                   MOVE WS-C TO WS-TIT-CAT (HCOD)
               END-IF
               IF WS-CT-SIM-DIAS (WS-C) = ZERO
                   MOVE WS-C TO WS-PD-CAT
                   MOVE WS-HOJE TO WS-PD-DATA
                   PERFORM PARAMS-EM-DATA-PROCEDURE
                   MOVE WS-PD-DIAS TO WS-CT-ATU-DIAS (WS-C)
                   MOVE WS-PD-MULTA TO WS-CT-ATU-MULTA (WS-C)
                   MOVE WS-PD-VALOR TO WS-CT-ATU-VALOR (WS-C)
                   MOVE WS-PD-DIAS TO WS-CT-SIM-DIAS (WS-C)
                   MOVE WS-PD-MULTA TO WS-CT-SIM-MULTA (WS-C)
                   MOVE WS-PD-VALOR TO WS-CT-SIM-VALOR (WS-C)
               END-IF
           END-IF.
           COMPUTE WS-F = HFILIAL + 1.
           ADD 1 TO WS-CONT-JANELA.
           EVALUATE HTIPO
               WHEN "A"
                   PERFORM SIMULA-ALUGUEL-PROCEDURE
                   ADD 1 TO WS-AG-LOC (WS-C, WS-F)
                   ADD HVALOR TO WS-AG-REC-ATU (WS-C, WS-F)
                   ADD WS-SIM-VALOR TO WS-AG-REC-SIM (WS-C, WS-F)
               WHEN "E"
                   PERFORM SIMULA-ALUGUEL-PROCEDURE
                   SUBTRACT HVALOR FROM WS-AG-REC-ATU (WS-C, WS-F)
                   SUBTRACT WS-SIM-VALOR FROM WS-AG-REC-SIM (WS-C, WS-F)
               WHEN "D"
                   PERFORM SIMULA-DEVOLUCAO-PROCEDURE
                   ADD 1 TO WS-AG-DEV (WS-C, WS-F)
                   ADD HMULTA TO WS-AG-MUL-ATU (WS-C, WS-F)
                   ADD WS-SIM-MULTA TO WS-AG-MUL-SIM (WS-C, WS-F)
           END-EVALUATE.
       SIMULA-ALUGUEL-PROCEDURE.
           MOVE HVALOR TO WS-SIM-VALOR.
           MOVE WS-C TO WS-PD-CAT.
           IF HDTALUG > 16010101
               MOVE HDTALUG TO WS-PD-DATA
           ELSE
               MOVE HDATA TO WS-PD-DATA
           END-IF.
           PERFORM PARAMS-EM-DATA-PROCEDURE.
           IF WS-PD-VALOR > ZERO
               AND HVALOR + HDESC = WS-PD-VALOR
               COMPUTE WS-SIM-VALOR ROUNDED =
                   HVALOR * WS-CT-SIM-VALOR (WS-C) / WS-PD-VALOR
           END-IF.
       SIMULA-DEVOLUCAO-PROCEDURE.
           MOVE HMULTA TO WS-SIM-MULTA.
           IF HDTALUG NOT > 16010101 OR HDATA NOT > 16010101
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JUL-DEV = FUNCTION INTEGER-OF-DATE (HDATA).
           MOVE ZERO TO WS-ATU-ATRASO.
           IF HDTDEV > 16010101
               COMPUTE WS-JUL-VENC = FUNCTION INTEGER-OF-DATE (HDTDEV)
               PERFORM CONTA-ATRASO-PROCEDURE
               MOVE WS-DIAS-ATRASO TO WS-ATU-ATRASO
           END-IF.
           IF HMULTA = ZERO AND WS-ATU-ATRASO > ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE (HDTALUG)
               + WS-CT-SIM-DIAS (WS-C).
           MOVE "S" TO WS-FECHADO.
           PERFORM UNTIL WS-FECHADO = "N"
               PERFORM CHECA-DIA-FECHADO-PROCEDURE
               IF WS-FECHADO = "S"
                   ADD 1 TO WS-JUL
               END-IF
           END-PERFORM.
           MOVE WS-JUL TO WS-JUL-VENC.
           PERFORM CONTA-ATRASO-PROCEDURE.
           COMPUTE WS-SIM-MULTA =
               WS-DIAS-ATRASO * WS-CT-SIM-MULTA (WS-C).
       GRAVA-RELATORIO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "SIMTARIFA." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "SIMULACAO DE TARIFAS E PRAZOS" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "CATEGORIA  FI   LOCAC. RECEITA ATUAL RECEITA SIMUL"
               "     DIFERENCA DEVOL. MULTAS ATUAIS MULTAS SIMUL."
               "     DIFERENCA"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "PERIODO REPROCESSADO: " WS-INICIO " A " WS-HOJE
               " (" WS-MESES " MESES)  CARTAO: " WS-ARQ-CARTAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "PARAMETROS POR CATEGORIA       DIAS ALUGUEL"
               TO WS-REP-LINHA.
           MOVE "MULTA POR DIA      VALOR ALUGUEL"
               TO WS-REP-LINHA (48:40).
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "                               ATUAL PROPOSTO"
               TO WS-REP-LINHA.
           MOVE "ATUAL PROPOSTO     ATUAL PROPOSTO"
               TO WS-REP-LINHA (48:40).
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CT-QTD
               PERFORM GRAVA-PARAMETRO-PROCEDURE
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           INITIALIZE WS-TG.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CT-QTD
               INITIALIZE WS-TT
               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100
                   IF WS-AG-LOC (WS-C, WS-F) > ZERO
                       OR WS-AG-DEV (WS-C, WS-F) > ZERO
                       OR WS-AG-REC-ATU (WS-C, WS-F) <> ZERO
                       PERFORM GRAVA-FILIAL-PROCEDURE
                   END-IF
               END-PERFORM
               IF WS-TT-LOC > ZERO OR WS-TT-DEV > ZERO
                   OR WS-TT-REC-ATU <> ZERO
                   MOVE WS-CT-NOME (WS-C) TO WS-ROTULO
                   MOVE "TOTAL" TO WS-ROTULO (12:)
                   MOVE WS-TT-LOC TO WS-ED-QTD1
                   MOVE WS-TT-REC-ATU TO WS-ED-V1
                   MOVE WS-TT-REC-SIM TO WS-ED-V2
                   COMPUTE WS-ED-V3 = WS-TT-REC-SIM - WS-TT-REC-ATU
                   MOVE WS-TT-DEV TO WS-ED-QTD2
                   MOVE WS-TT-MUL-ATU TO WS-ED-V4
                   MOVE WS-TT-MUL-SIM TO WS-ED-V5
                   COMPUTE WS-ED-V6 = WS-TT-MUL-SIM - WS-TT-MUL-ATU
                   PERFORM GRAVA-LINHA-VALORES-PROCEDURE
                   MOVE SPACES TO WS-REP-LINHA
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
           END-PERFORM.
           MOVE "TOTAL GERAL" TO WS-ROTULO.
           MOVE WS-TG-LOC TO WS-ED-QTD1.
           MOVE WS-TG-REC-ATU TO WS-ED-V1.
           MOVE WS-TG-REC-SIM TO WS-ED-V2.
           COMPUTE WS-ED-V3 = WS-TG-REC-SIM - WS-TG-REC-ATU.
           MOVE WS-TG-DEV TO WS-ED-QTD2.
           MOVE WS-TG-MUL-ATU TO WS-ED-V4.
           MOVE WS-TG-MUL-SIM TO WS-ED-V5.
           COMPUTE WS-ED-V6 = WS-TG-MUL-SIM - WS-TG-MUL-ATU.
           PERFORM GRAVA-LINHA-VALORES-PROCEDURE.
           COMPUTE WS-ED-V7 = WS-TG-REC-SIM + WS-TG-MUL-SIM
               - WS-TG-REC-ATU - WS-TG-MUL-ATU.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "IMPACTO TOTAL (RECEITA + MULTAS): " WS-ED-V7
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CONT-ALTERADAS > ZERO
               MOVE "ALTERACOES PARA SOLICITACAO NO PARAMCAD "
                   TO WS-REP-LINHA
               MOVE "(INFORMAR DATA DE VIGENCIA)" TO WS-REP-LINHA (41:)
               CALL "REPWRITER" USING WS-REP
               END-CALL
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CT-QTD
                   PERFORM GRAVA-PARAMCAD-PROCEDURE
               END-PERFORM
           END-IF.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-PARAMETRO-PROCEDURE.
           MOVE WS-CT-ATU-DIAS (WS-C) TO WS-ED-DIAS1.
           MOVE WS-CT-SIM-DIAS (WS-C) TO WS-ED-DIAS2.
           MOVE WS-CT-ATU-MULTA (WS-C) TO WS-ED-TAXA1.
           MOVE WS-CT-SIM-MULTA (WS-C) TO WS-ED-TAXA2.
           MOVE WS-CT-ATU-VALOR (WS-C) TO WS-ED-TAXA3.
           MOVE WS-CT-SIM-VALOR (WS-C) TO WS-ED-TAXA4.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-CT-NOME (WS-C) "                     "
               WS-ED-DIAS1 "      " WS-ED-DIAS2
               "    " WS-ED-TAXA1 "   " WS-ED-TAXA2
               "    " WS-ED-TAXA3 "   " WS-ED-TAXA4
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           IF WS-CT-SIM-DIAS (WS-C) <> WS-CT-ATU-DIAS (WS-C)
               OR WS-CT-SIM-MULTA (WS-C) <> WS-CT-ATU-MULTA (WS-C)
               OR WS-CT-SIM-VALOR (WS-C) <> WS-CT-ATU-VALOR (WS-C)
               MOVE "ALTERADA" TO WS-REP-LINHA (92:)
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-FILIAL-PROCEDURE.
           ADD WS-AG-LOC (WS-C, WS-F) TO WS-TT-LOC WS-TG-LOC.
           ADD WS-AG-REC-ATU (WS-C, WS-F) TO WS-TT-REC-ATU
               WS-TG-REC-ATU.
           ADD WS-AG-REC-SIM (WS-C, WS-F) TO WS-TT-REC-SIM
               WS-TG-REC-SIM.
           ADD WS-AG-DEV (WS-C, WS-F) TO WS-TT-DEV WS-TG-DEV.
           ADD WS-AG-MUL-ATU (WS-C, WS-F) TO WS-TT-MUL-ATU
               WS-TG-MUL-ATU.
           ADD WS-AG-MUL-SIM (WS-C, WS-F) TO WS-TT-MUL-SIM
               WS-TG-MUL-SIM.
           MOVE WS-CT-NOME (WS-C) TO WS-ROTULO.
           COMPUTE WS-I = WS-F - 1.
           MOVE WS-I (4:2) TO WS-ROTULO (12:2).
           MOVE WS-AG-LOC (WS-C, WS-F) TO WS-ED-QTD1.
           MOVE WS-AG-REC-ATU (WS-C, WS-F) TO WS-ED-V1.
           MOVE WS-AG-REC-SIM (WS-C, WS-F) TO WS-ED-V2.
           COMPUTE WS-ED-V3 = WS-AG-REC-SIM (WS-C, WS-F)
               - WS-AG-REC-ATU (WS-C, WS-F).
           MOVE WS-AG-DEV (WS-C, WS-F) TO WS-ED-QTD2.
           MOVE WS-AG-MUL-ATU (WS-C, WS-F) TO WS-ED-V4.
           MOVE WS-AG-MUL-SIM (WS-C, WS-F) TO WS-ED-V5.
           COMPUTE WS-ED-V6 = WS-AG-MUL-SIM (WS-C, WS-F)
               - WS-AG-MUL-ATU (WS-C, WS-F).
           PERFORM GRAVA-LINHA-VALORES-PROCEDURE.
       GRAVA-LINHA-VALORES-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-ROTULO WS-ED-QTD1 " " WS-ED-V1 " " WS-ED-V2
               " " WS-ED-V3 " " WS-ED-QTD2 " " WS-ED-V4 " " WS-ED-V5
               " " WS-ED-V6
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-PARAMCAD-PROCEDURE.
           IF WS-CT-SIM-DIAS (WS-C) = WS-CT-ATU-DIAS (WS-C)
               AND WS-CT-SIM-MULTA (WS-C) = WS-CT-ATU-MULTA (WS-C)
               AND WS-CT-SIM-VALOR (WS-C) = WS-CT-ATU-VALOR (WS-C)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-SIM-DIAS (WS-C) TO WS-ED-DIAS2.
           MOVE WS-CT-SIM-MULTA (WS-C) TO WS-ED-TAXA2.
           MOVE WS-CT-SIM-VALOR (WS-C) TO WS-ED-TAXA4.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  CATEGORIA " WS-CT-NOME (WS-C)
               "  DIAS DE ALUGUEL " WS-ED-DIAS2
               "  MULTA POR DIA " WS-ED-TAXA2
               "  VALOR DO ALUGUEL " WS-ED-TAXA4
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM SIMTARIFA.
