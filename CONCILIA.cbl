       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCONCCTA.
               COPY FCSALDOAUX.
               COPY FCCONCILIA.
               COPY FCRECEBER.
               COPY FCCARTEIRA.
               COPY FCGIFTCARD.
               COPY FCCAUCAO.
               COPY FCPONTOS.
               COPY FCPARAM.
               COPY FCFUNCIONARIOS.
               SELECT ARQ-CONTAB ASSIGN TO DYNAMIC WS-ARQ-CONTAB
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCONCCTA.
           COPY FDSALDOAUX.
           COPY FDCONCILIA.
           COPY FDRECEBER.
           COPY FDCARTEIRA.
           COPY FDGIFTCARD.
           COPY FDCAUCAO.
           COPY FDPONTOS.
           COPY FDPARAM.
           COPY FDFUNCIONARIOS.
           FD ARQ-CONTAB.
           01 CONTAB-REG PIC X(80).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-DATA PIC X(8).
           77 WS-ARQ-CONTAB PIC X(50).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-JUL-INI PIC 9(7).
           77 WS-JUL-FIM PIC 9(7).
           77 WS-JUL PIC 9(7).
           77 WS-DATA-FOTO PIC 9(8).
           77 WS-DATA-DIA PIC 9(8).
           77 WS-INI-MES PIC 9(8).
           77 WS-FIM-MES PIC 9(8).
           77 WS-FIM-ANT PIC 9(8).
           77 WS-INICIO-HIST PIC 9(8) VALUE 20000101.
           77 WS-COMP-ANT PIC 9(6).
           77 WS-SR PIC 9(1).
           77 WS-D PIC 9(2).
           77 WS-QTD-CONTAS PIC 9(1) VALUE ZERO.
           77 WS-ABRE-HIST PIC X(1).
           77 WS-CT-ACHOU PIC X(1).
           77 WS-DIAS-SEM-CONTAB PIC 9(2) VALUE ZERO.
           77 WS-DIAS-SEM-FOTO PIC 9(3) VALUE ZERO.
           77 WS-CONT-DIVERGE PIC 9(1) VALUE ZERO.
           77 WS-CONT-DIAS PIC 9(3) VALUE ZERO.
           77 WS-TOLER PIC 9(5)V99 VALUE 1.00.
           77 WS-VLR-PONTO PIC 9(1)V99 VALUE ZERO.
           77 WS-VALOR PIC S9(11)V99.
           77 WS-DIF-ABS PIC 9(11)V99.
           77 WS-ED-AUX PIC -9(11).99.
           77 WS-ED-GL PIC -9(11).99.
           77 WS-ED-DIF PIC -9(11).99.
           77 WS-SIT-TEXTO PIC X(12).
           77 WS-SUBRAZAO PIC X(10).
           77 WS-CONTA PIC 9(6).
           77 WS-NATUREZA PIC X(1).
           77 WS-ANOMES PIC 9(6).
           77 WS-JUSTIF PIC X(60).
           77 WS-SUP-OK PIC X(1).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           01 WS-COMP.
               05 WS-COMP-ANO PIC 9(4).
               05 WS-COMP-MES PIC 9(2).
           01 WS-COMP-N REDEFINES WS-COMP PIC 9(6).
           01 WS-DT-AUX.
               05 WS-DT-ANO PIC 9(4).
               05 WS-DT-MES PIC 9(2).
               05 WS-DT-DIA PIC 9(2).
           01 WS-DT-AUX-N REDEFINES WS-DT-AUX PIC 9(8).
           01 LEG-REG.
               05 LEG-MARCA PIC X(2).
               05 LEG-NATUREZA PIC X(1).
               05 LEG-CONTA PIC 9(6).
               05 LEG-VALOR PIC 9(11)V99.
               05 FILLER PIC X(58).
           01 WS-SR-NOMES.
               05 FILLER PIC X(10) VALUE "RECEBER".
               05 FILLER PIC X(10) VALUE "CARTEIRA".
               05 FILLER PIC X(10) VALUE "GIFTCARD".
               05 FILLER PIC X(10) VALUE "CAUCAO".
               05 FILLER PIC X(10) VALUE "PONTOS".
           01 WS-SR-NOMES-R REDEFINES WS-SR-NOMES.
               05 WS-SR-NOME PIC X(10) OCCURS 5 TIMES.
           01 WS-SR-TABELA.
               05 WS-SR-REG OCCURS 5 TIMES.
                   10 WS-SR-CONTA PIC 9(6).
                   10 WS-SR-NAT PIC X(1).
                   10 WS-SR-ATUAL PIC 9(11)V99.
                   10 WS-SR-SALDO PIC 9(11)V99.
                   10 WS-SR-ORIGEM PIC X(5).
                   10 WS-SR-ABERTURA PIC S9(11)V99.
                   10 WS-SR-MOV PIC S9(11)V99.
                   10 WS-SR-GL PIC S9(11)V99.
                   10 WS-SR-DIF PIC S9(11)V99.
                   10 WS-SR-SIT PIC X(1).
                   10 WS-SR-FOTO-ANT PIC 9(11)V99.
                   10 WS-SR-TEM-ANT PIC X(1).
           01 WS-MD-TABELA.
               05 WS-MD-DIA OCCURS 31 TIMES.
                   10 WS-MD-DATA PIC 9(8).
                   10 WS-MD-CONTAB PIC X(1).
                   10 WS-MD-SR OCCURS 5 TIMES.
                       15 WS-MD-GL PIC S9(11)V99.
                       15 WS-MD-AUX PIC S9(11)V99.
                       15 WS-MD-TEM PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           MOVE SPACES TO WS-PARM-DATA.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP WS-PARM-DATA
           END-UNSTRING.
           PERFORM LE-PARAMETROS-PROCEDURE.
           EVALUATE WS-PARM-OP
               WHEN "CAD"
                   PERFORM CADASTRO-PROCEDURE
               WHEN "JUSTIFICA"
                   PERFORM JUSTIFICA-PROCEDURE
               WHEN "FOTO"
                   IF WS-PARM-DATA (1:8) IS NUMERIC
                       MOVE WS-PARM-DATA TO WS-DATA-FOTO
                       PERFORM FOTO-PROCEDURE
                   ELSE
                       DISPLAY "USO: ./CONCILIA FOTO AAAAMMDD"
                       MOVE 8 TO WS-RC
                   END-IF
               WHEN "MES"
                   IF WS-PARM-DATA (1:6) IS NUMERIC
                       MOVE WS-PARM-DATA (1:6) TO WS-COMP
                       PERFORM CONCILIACAO-PROCEDURE
                   ELSE
                       DISPLAY "USO: ./CONCILIA MES AAAAMM"
                       MOVE 8 TO WS-RC
                   END-IF
               WHEN OTHER
                   COMPUTE WS-JULIANO =
                       FUNCTION INTEGER-OF-DATE (WS-HOJE) - 1
                   COMPUTE WS-DATA-FOTO =
                       FUNCTION DATE-OF-INTEGER (WS-JULIANO)
                   PERFORM FOTO-PROCEDURE
                   IF WS-HOJE (7:2) = "01" AND WS-RC < 8
                       MOVE WS-DATA-FOTO (1:6) TO WS-COMP
                       PERFORM CONCILIACAO-PROCEDURE
                   END-IF
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       LE-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE "DEFAULT   " TO PCATEGORIA
               READ ARQ-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PVALOR-PONTO TO WS-VLR-PONTO
                       IF PCONC-TOLER > ZERO
                           MOVE PCONC-TOLER TO WS-TOLER
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETROS.
       SOMA-SUBRAZOES-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE ZERO TO WS-SR-ATUAL (WS-SR)
           END-PERFORM.
           OPEN INPUT ARQ-RECEBER.
           IF WS-FS = 0
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-RECEBER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N"
                       ADD MRSALDO TO WS-SR-ATUAL (1)
                       ADD MRSALDO-PLANO TO WS-SR-ATUAL (1)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-RECEBER.
           OPEN INPUT ARQ-CARTEIRA.
           IF WS-FS = 0
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-CARTEIRA NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N"
                       ADD WCSALDO TO WS-SR-ATUAL (2)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-CARTEIRA.
           OPEN INPUT ARQ-GIFTCARD.
           IF WS-FS = 0
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-GIFTCARD NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND GCSTATUS = "A"
                       ADD GCSALDO TO WS-SR-ATUAL (3)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-GIFTCARD.
           OPEN INPUT ARQ-CAUCAO.
           IF WS-FS = 0
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-CAUCAO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND KSTATUS = "A"
                       ADD KVALOR TO WS-SR-ATUAL (4)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-CAUCAO.
           OPEN INPUT ARQ-PONTOS.
           IF WS-FS = 0
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-PONTOS NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N"
                       COMPUTE WS-SR-ATUAL (5) =
                           WS-SR-ATUAL (5) + PTSALDO * WS-VLR-PONTO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-PONTOS.
       FOTO-PROCEDURE.
           PERFORM SOMA-SUBRAZOES-PROCEDURE.
           OPEN I-O ARQ-SALDOAUX.
           IF WS-FS = "35"
               CLOSE ARQ-SALDOAUX
               OPEN OUTPUT ARQ-SALDOAUX
               CLOSE ARQ-SALDOAUX
               OPEN I-O ARQ-SALDOAUX
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR SALDOAUX, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE WS-DATA-FOTO TO SXDATA
               MOVE WS-SR-NOME (WS-SR) TO SXSUBRAZAO
               READ ARQ-SALDOAUX
                   INVALID KEY
                       MOVE WS-SR-ATUAL (WS-SR) TO SXSALDO
                       WRITE REG-SALDOAUX
                   NOT INVALID KEY
                       MOVE WS-SR-ATUAL (WS-SR) TO SXSALDO
                       REWRITE REG-SALDOAUX
               END-READ
           END-PERFORM.
           CLOSE ARQ-SALDOAUX.
           DISPLAY "SALDOS DOS AUXILIARES EM " WS-DATA-FOTO
               ": RECEBER=" WS-SR-ATUAL (1)
               " CARTEIRA=" WS-SR-ATUAL (2)
               " GIFTCARD=" WS-SR-ATUAL (3)
               " CAUCAO=" WS-SR-ATUAL (4)
               " PONTOS=" WS-SR-ATUAL (5).
       CONCILIACAO-PROCEDURE.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA (AAAAMM): " WS-COMP
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INI-MES = WS-COMP-N * 100 + 1.
           MOVE WS-INI-MES TO WS-DT-AUX-N.
           IF WS-DT-MES = 12
               ADD 1 TO WS-DT-ANO
               MOVE 1 TO WS-DT-MES
           ELSE
               ADD 1 TO WS-DT-MES
           END-IF.
           COMPUTE WS-JUL-FIM =
               FUNCTION INTEGER-OF-DATE (WS-DT-AUX-N) - 1.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER (WS-JUL-FIM).
           COMPUTE WS-JUL-INI = FUNCTION INTEGER-OF-DATE (WS-INI-MES).
           COMPUTE WS-FIM-ANT = FUNCTION DATE-OF-INTEGER
               (WS-JUL-INI - 1).
           MOVE WS-FIM-ANT (1:6) TO WS-COMP-ANT.
           INITIALIZE WS-SR-TABELA.
           INITIALIZE WS-MD-TABELA.
           PERFORM CARREGA-CONTAS-PROCEDURE.
           IF WS-QTD-CONTAS = ZERO
               DISPLAY "CONTAS DE CONTROLE NAO CADASTRADAS,"
                   " CONCILIACAO NAO REALIZADA (./CONCILIA CAD)"
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM SALDO-AUXILIAR-PROCEDURE.
           PERFORM ABERTURA-GL-PROCEDURE.
           PERFORM MOVIMENTO-MES-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               IF WS-SR-CONTA (WS-SR) > ZERO
                   PERFORM APURA-DIFERENCA-PROCEDURE
               END-IF
           END-PERFORM.
           PERFORM GRAVA-CONCILIA-PROCEDURE.
           PERFORM EMITE-RELATORIO-PROCEDURE.
           IF WS-CONT-DIVERGE > ZERO
               DISPLAY "CONCILIACAO " WS-COMP ": " WS-CONT-DIVERGE
                   " AUXILIAR(ES) COM DIFERENCA ACIMA DA TOLERANCIA"
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           ELSE
               DISPLAY "CONCILIACAO " WS-COMP ": AUXILIARES CONFEREM"
                   " COM A CONTABILIDADE"
           END-IF.
       CARREGA-CONTAS-PROCEDURE.
           OPEN INPUT ARQ-CONCCTA.
           IF WS-FS <> 0
               CLOSE ARQ-CONCCTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE WS-SR-NOME (WS-SR) TO CCSUBRAZAO
               READ ARQ-CONCCTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CCCONTA > ZERO
                           MOVE CCCONTA TO WS-SR-CONTA (WS-SR)
                           MOVE CCNATUREZA TO WS-SR-NAT (WS-SR)
                           ADD 1 TO WS-QTD-CONTAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONCCTA.
       SALDO-AUXILIAR-PROCEDURE.
           PERFORM SOMA-SUBRAZOES-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE WS-SR-ATUAL (WS-SR) TO WS-SR-SALDO (WS-SR)
               MOVE "ATUAL" TO WS-SR-ORIGEM (WS-SR)
               MOVE "N" TO WS-SR-TEM-ANT (WS-SR)
           END-PERFORM.
           OPEN INPUT ARQ-SALDOAUX.
           IF WS-FS <> 0
               CLOSE ARQ-SALDOAUX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE WS-FIM-MES TO SXDATA
               MOVE WS-SR-NOME (WS-SR) TO SXSUBRAZAO
               READ ARQ-SALDOAUX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SXSALDO TO WS-SR-SALDO (WS-SR)
                       MOVE "FOTO" TO WS-SR-ORIGEM (WS-SR)
               END-READ
               MOVE WS-FIM-ANT TO SXDATA
               READ ARQ-SALDOAUX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SXSALDO TO WS-SR-FOTO-ANT (WS-SR)
                       MOVE "S" TO WS-SR-TEM-ANT (WS-SR)
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-JUL FROM WS-JUL-INI BY 1
               UNTIL WS-JUL > WS-JUL-FIM
               COMPUTE WS-D = WS-JUL - WS-JUL-INI + 1
               COMPUTE WS-DATA-DIA = FUNCTION DATE-OF-INTEGER (WS-JUL)
               MOVE WS-DATA-DIA TO WS-MD-DATA (WS-D)
               PERFORM FOTO-DO-DIA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-SALDOAUX.
       FOTO-DO-DIA-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE WS-DATA-DIA TO SXDATA
               MOVE WS-SR-NOME (WS-SR) TO SXSUBRAZAO
               READ ARQ-SALDOAUX
                   INVALID KEY
                       MOVE "N" TO WS-SR-TEM-ANT (WS-SR)
                   NOT INVALID KEY
                       IF WS-SR-TEM-ANT (WS-SR) = "S"
                           COMPUTE WS-MD-AUX (WS-D, WS-SR) =
                               SXSALDO - WS-SR-FOTO-ANT (WS-SR)
                           MOVE "S" TO WS-MD-TEM (WS-D, WS-SR)
                       END-IF
                       MOVE SXSALDO TO WS-SR-FOTO-ANT (WS-SR)
                       MOVE "S" TO WS-SR-TEM-ANT (WS-SR)
               END-READ
           END-PERFORM.
       ABERTURA-GL-PROCEDURE.
           MOVE "N" TO WS-ABRE-HIST.
           OPEN INPUT ARQ-CONCILIA.
           IF WS-FS <> 0
               MOVE "S" TO WS-ABRE-HIST
           ELSE
               PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
                   IF WS-SR-CONTA (WS-SR) > ZERO
                       MOVE WS-COMP-ANT TO CNANOMES
                       MOVE WS-SR-NOME (WS-SR) TO CNSUBRAZAO
                       READ ARQ-CONCILIA
                           INVALID KEY
                               MOVE "S" TO WS-ABRE-HIST
                           NOT INVALID KEY
                               IF CNCONTA = WS-SR-CONTA (WS-SR)
                                   MOVE CNSALDO-GL
                                       TO WS-SR-ABERTURA (WS-SR)
                               ELSE
                                   MOVE "S" TO WS-ABRE-HIST
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-CONCILIA.
           IF WS-ABRE-HIST = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SEM CONCILIACAO DE " WS-COMP-ANT
               ", SALDO DE ABERTURA APURADO DESDE " WS-INICIO-HIST.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE ZERO TO WS-SR-ABERTURA (WS-SR)
           END-PERFORM.
           COMPUTE WS-JULIANO = FUNCTION INTEGER-OF-DATE
               (WS-INICIO-HIST).
           PERFORM UNTIL WS-JULIANO >= WS-JUL-INI
               COMPUTE WS-DATA-DIA =
                   FUNCTION DATE-OF-INTEGER (WS-JULIANO)
               PERFORM LE-CONTAB-DIA-PROCEDURE
               IF WS-CT-ACHOU = "S"
                   PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
                       ADD WS-SR-MOV (WS-SR) TO WS-SR-ABERTURA (WS-SR)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-JULIANO
           END-PERFORM.
       MOVIMENTO-MES-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE WS-SR-ABERTURA (WS-SR) TO WS-SR-GL (WS-SR)
           END-PERFORM.
           PERFORM VARYING WS-JUL FROM WS-JUL-INI BY 1
               UNTIL WS-JUL > WS-JUL-FIM
               COMPUTE WS-D = WS-JUL - WS-JUL-INI + 1
               MOVE WS-MD-DATA (WS-D) TO WS-DATA-DIA
               PERFORM LE-CONTAB-DIA-PROCEDURE
               MOVE WS-CT-ACHOU TO WS-MD-CONTAB (WS-D)
               IF WS-CT-ACHOU = "S"
                   PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
                       MOVE WS-SR-MOV (WS-SR) TO WS-MD-GL (WS-D, WS-SR)
                       ADD WS-SR-MOV (WS-SR) TO WS-SR-GL (WS-SR)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-DIAS-SEM-CONTAB
               END-IF
           END-PERFORM.
       LE-CONTAB-DIA-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               MOVE ZERO TO WS-SR-MOV (WS-SR)
           END-PERFORM.
           MOVE SPACES TO WS-ARQ-CONTAB.
           STRING "CONTAB." WS-DATA-DIA ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-CONTAB
           END-STRING.
           OPEN INPUT ARQ-CONTAB.
           IF WS-FS2 <> 0
               MOVE "N" TO WS-CT-ACHOU
               CLOSE ARQ-CONTAB
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CT-ACHOU.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONTAB
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND CONTAB-REG (1:2) = "02"
                   MOVE CONTAB-REG TO LEG-REG
                   PERFORM APROPRIA-PERNA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONTAB.
       APROPRIA-PERNA-PROCEDURE.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               IF WS-SR-CONTA (WS-SR) > ZERO
                   AND WS-SR-CONTA (WS-SR) = LEG-CONTA
                   IF LEG-NATUREZA = WS-SR-NAT (WS-SR)
                       ADD LEG-VALOR TO WS-SR-MOV (WS-SR)
                   ELSE
                       SUBTRACT LEG-VALOR FROM WS-SR-MOV (WS-SR)
                   END-IF
               END-IF
           END-PERFORM.
       APURA-DIFERENCA-PROCEDURE.
           COMPUTE WS-SR-DIF (WS-SR) =
               WS-SR-SALDO (WS-SR) - WS-SR-GL (WS-SR).
           MOVE WS-SR-DIF (WS-SR) TO WS-DIF-ABS.
           IF WS-DIF-ABS > WS-TOLER
               MOVE "D" TO WS-SR-SIT (WS-SR)
           ELSE
               MOVE "C" TO WS-SR-SIT (WS-SR)
           END-IF.
       GRAVA-CONCILIA-PROCEDURE.
           OPEN I-O ARQ-CONCILIA.
           IF WS-FS = "35"
               CLOSE ARQ-CONCILIA
               OPEN OUTPUT ARQ-CONCILIA
               CLOSE ARQ-CONCILIA
               OPEN I-O ARQ-CONCILIA
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CONCILIA, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               IF WS-SR-CONTA (WS-SR) > ZERO
                   PERFORM GRAVA-UMA-CONCILIA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONCILIA.
       GRAVA-UMA-CONCILIA-PROCEDURE.
           MOVE WS-COMP-N TO CNANOMES.
           MOVE WS-SR-NOME (WS-SR) TO CNSUBRAZAO.
           READ ARQ-CONCILIA
               INVALID KEY
                   MOVE SPACES TO CNJUSTIF
                   MOVE ZEROES TO CNEMPID
                   PERFORM MONTA-CONCILIA-PROCEDURE
                   WRITE REG-CONCILIA
               NOT INVALID KEY
                   IF CNSTATUS = "J" AND WS-SR-SIT (WS-SR) = "D"
                       AND CNDIFERENCA = WS-SR-DIF (WS-SR)
                       MOVE "J" TO WS-SR-SIT (WS-SR)
                   ELSE
                       MOVE SPACES TO CNJUSTIF
                       MOVE ZEROES TO CNEMPID
                   END-IF
                   PERFORM MONTA-CONCILIA-PROCEDURE
                   REWRITE REG-CONCILIA
           END-READ.
           IF WS-SR-SIT (WS-SR) = "D"
               ADD 1 TO WS-CONT-DIVERGE
           END-IF.
       MONTA-CONCILIA-PROCEDURE.
           MOVE WS-COMP-N TO CNANOMES.
           MOVE WS-SR-NOME (WS-SR) TO CNSUBRAZAO.
           MOVE WS-SR-CONTA (WS-SR) TO CNCONTA.
           MOVE WS-SR-SALDO (WS-SR) TO CNSALDO-AUX.
           MOVE WS-SR-GL (WS-SR) TO CNSALDO-GL.
           MOVE WS-SR-DIF (WS-SR) TO CNDIFERENCA.
           MOVE WS-SR-SIT (WS-SR) TO CNSTATUS.
           MOVE WS-HOJE TO CNDATA.
       EMITE-RELATORIO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "CONCILIA." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "CONCILIACAO AUXILIARES X RAZAO " WS-COMP
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "AUXILIAR   CONTA     SALDO AUXILIAR  ORIGEM"
               "      SALDO RAZAO         DIFERENCA SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               PERFORM LINHA-RESUMO-PROCEDURE
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOLERANCIA=" WS-TOLER
               " DIAS SEM CONTAB=" WS-DIAS-SEM-CONTAB
               " (ORIGEM ATUAL = SEM FOTO DO FIM DO MES,"
               " SALDO DA DATA DA EXECUCAO)"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "DIAS COM MOVIMENTO DIVERGENTE (AUXILIAR X RAZAO)"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-SR FROM 1 BY 1 UNTIL WS-SR > 5
               IF WS-SR-CONTA (WS-SR) > ZERO
                   PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-JUL-FIM - WS-JUL-INI + 1
                       PERFORM LINHA-DIA-PROCEDURE
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DIAS DIVERGENTES=" WS-CONT-DIAS
               " DIAS SEM FOTO DOS AUXILIARES=" WS-DIAS-SEM-FOTO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY WS-REP-ARQUIVO " GERADO".
       LINHA-RESUMO-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-SR-CONTA (WS-SR) = ZERO
               STRING WS-SR-NOME (WS-SR) " SEM CONTA DE CONTROLE,"
                   " NAO CONCILIADO"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               MOVE WS-SR-SALDO (WS-SR) TO WS-ED-AUX
               MOVE WS-SR-GL (WS-SR) TO WS-ED-GL
               MOVE WS-SR-DIF (WS-SR) TO WS-ED-DIF
               EVALUATE WS-SR-SIT (WS-SR)
                   WHEN "C"
                       MOVE "CONFERE" TO WS-SIT-TEXTO
                   WHEN "J"
                       MOVE "JUSTIFICADA" TO WS-SIT-TEXTO
                   WHEN OTHER
                       MOVE "DIVERGENTE" TO WS-SIT-TEXTO
               END-EVALUATE
               STRING WS-SR-NOME (WS-SR) " " WS-SR-CONTA (WS-SR) " "
                   WS-ED-AUX " " WS-SR-ORIGEM (WS-SR) " " WS-ED-GL " "
                   WS-ED-DIF " " WS-SIT-TEXTO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       LINHA-DIA-PROCEDURE.
           IF WS-MD-TEM (WS-D, WS-SR) <> "S"
               ADD 1 TO WS-DIAS-SEM-FOTO
               EXIT PARAGRAPH
           END-IF.
           IF WS-MD-AUX (WS-D, WS-SR) = WS-MD-GL (WS-D, WS-SR)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONT-DIAS.
           MOVE WS-MD-AUX (WS-D, WS-SR) TO WS-ED-AUX.
           MOVE WS-MD-GL (WS-D, WS-SR) TO WS-ED-GL.
           COMPUTE WS-VALOR =
               WS-MD-AUX (WS-D, WS-SR) - WS-MD-GL (WS-D, WS-SR).
           MOVE WS-VALOR TO WS-ED-DIF.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-MD-CONTAB (WS-D) = "S"
               STRING "  " WS-SR-NOME (WS-SR) " " WS-MD-DATA (WS-D)
                   " AUXILIAR=" WS-ED-AUX " RAZAO=" WS-ED-GL
                   " DIF=" WS-ED-DIF
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING "  " WS-SR-NOME (WS-SR) " " WS-MD-DATA (WS-D)
                   " AUXILIAR=" WS-ED-AUX " SEM CONTAB DO DIA"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       JUSTIFICA-PROCEDURE.
           DISPLAY "JUSTIFICATIVA DE DIFERENCA DE CONCILIACAO".
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT WS-ANOMES.
           DISPLAY "AUXILIAR (RECEBER CARTEIRA GIFTCARD CAUCAO"
               " PONTOS): ".
           ACCEPT WS-SUBRAZAO.
           MOVE FUNCTION UPPER-CASE(WS-SUBRAZAO) TO WS-SUBRAZAO.
           OPEN I-O ARQ-CONCILIA.
           IF WS-FS <> 0
               DISPLAY "SEM CONCILIACOES REGISTRADAS"
               CLOSE ARQ-CONCILIA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANOMES TO CNANOMES.
           MOVE WS-SUBRAZAO TO CNSUBRAZAO.
           READ ARQ-CONCILIA
               INVALID KEY
                   DISPLAY "CONCILIACAO NAO ENCONTRADA"
                   CLOSE ARQ-CONCILIA
                   EXIT PARAGRAPH
           END-READ.
           MOVE CNDIFERENCA TO WS-ED-DIF.
           DISPLAY "CONTA " CNCONTA " DIFERENCA " WS-ED-DIF
               " SITUACAO " CNSTATUS.
           IF CNSTATUS <> "D"
               DISPLAY "NAO HA DIFERENCA PENDENTE DE JUSTIFICATIVA"
               CLOSE ARQ-CONCILIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "SUPERVISOR INVALIDO, JUSTIFICATIVA NEGADA"
               CLOSE ARQ-CONCILIA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "JUSTIFICATIVA: ".
           ACCEPT WS-JUSTIF.
           IF WS-JUSTIF = SPACES
               DISPLAY "JUSTIFICATIVA OBRIGATORIA"
               CLOSE ARQ-CONCILIA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JUSTIF TO CNJUSTIF.
           MOVE WS-SUP-EMPID TO CNEMPID.
           MOVE "J" TO CNSTATUS.
           REWRITE REG-CONCILIA
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONCILIA"
                   MOVE 8 TO WS-RC
           END-REWRITE.
           CLOSE ARQ-CONCILIA.
           DISPLAY "DIFERENCA JUSTIFICADA".
       VALIDA-SUPERVISOR-PROCEDURE.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY "SUPERVISOR: ".
           ACCEPT WS-SUP-EMPID.
           DISPLAY "SENHA: ".
           ACCEPT WS-SUP-PIN.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE WS-SUP-EMPID TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-SUP-PIN TO WS-PIN-CLARO
                       CALL "PIN_Scramble" USING WS-PIN-CLARO
                           WS-PIN-CIFRADO
                       END-CALL
                       IF EMPPIN = WS-PIN-CIFRADO
                           AND EMPSITUACAO = "A"
                           AND (EMPPERFIL = "S" OR EMPPERFIL = "G")
                           MOVE "S" TO WS-SUP-OK
                       END-IF
               END-READ
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
       CADASTRO-PROCEDURE.
           OPEN I-O ARQ-CONCCTA.
           IF WS-FS = "35"
               CLOSE ARQ-CONCCTA
               OPEN OUTPUT ARQ-CONCCTA
               CLOSE ARQ-CONCCTA
               OPEN I-O ARQ-CONCCTA
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CONCCTA, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AUXILIAR (RECEBER CARTEIRA GIFTCARD CAUCAO"
               " PONTOS): ".
           ACCEPT WS-SUBRAZAO.
           MOVE FUNCTION UPPER-CASE(WS-SUBRAZAO) TO WS-SUBRAZAO.
           MOVE ZERO TO WS-SR.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
               IF WS-SR-NOME (WS-D) = WS-SUBRAZAO
                   MOVE WS-D TO WS-SR
               END-IF
           END-PERFORM.
           IF WS-SR = ZERO
               DISPLAY "AUXILIAR INVALIDO"
               CLOSE ARQ-CONCCTA
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONTA DE CONTROLE NO RAZAO (0 = NAO CONCILIAR): ".
           ACCEPT WS-CONTA.
           DISPLAY "NATUREZA DO SALDO (D/C, BRANCO = PADRAO): ".
           ACCEPT WS-NATUREZA.
           MOVE FUNCTION UPPER-CASE(WS-NATUREZA) TO WS-NATUREZA.
           IF WS-NATUREZA <> "D" AND WS-NATUREZA <> "C"
               IF WS-SR = 1
                   MOVE "D" TO WS-NATUREZA
               ELSE
                   MOVE "C" TO WS-NATUREZA
               END-IF
           END-IF.
           MOVE WS-SUBRAZAO TO CCSUBRAZAO.
           READ ARQ-CONCCTA
               INVALID KEY
                   MOVE WS-CONTA TO CCCONTA
                   MOVE WS-NATUREZA TO CCNATUREZA
                   WRITE REG-CONCCTA
               NOT INVALID KEY
                   MOVE WS-CONTA TO CCCONTA
                   MOVE WS-NATUREZA TO CCNATUREZA
                   REWRITE REG-CONCCTA
           END-READ.
           CLOSE ARQ-CONCCTA.
           DISPLAY "CONTA DE CONTROLE GRAVADA: " WS-SUBRAZAO " "
               WS-CONTA " " WS-NATUREZA.
       END PROGRAM CONCILIA.
