       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCRECEBER.
               COPY FCRECEBITEM.
               COPY FCPARCELA.
               COPY FCENCARGO.
               COPY FCPARAM.
       DATA DIVISION.
       FILE SECTION.
           COPY FDRECEBER.
           COPY FDRECEBITEM.
           COPY FDPARCELA.
           COPY FDENCARGO.
           COPY FDPARAM.
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-ANOMES PIC 9(6).
           77 WS-JULIANO-HOJE PIC 9(7).
           77 WS-JULIANO-ITEM PIC 9(7).
           77 WS-DIAS-CARENCIA PIC 9(3) VALUE 30.
           77 WS-MULTA-MORA PIC 9(2)V99 VALUE 2.00.
           77 WS-JUROS-MORA PIC 9(2)V99 VALUE 1.00.
           77 WS-ORIGEM-DATA PIC 9(8).
           77 WS-IDADE PIC 9(5).
           77 WS-DIAS-JUROS PIC 9(5).
           77 WS-EXISTE PIC X(1).
           77 WS-PARCELADO PIC X(1).
           77 WS-MULTA PIC 9(7)V99.
           77 WS-JUROS PIC 9(7)V99.
           77 WS-SALDO-ANT PIC 9(7)V99.
           77 WS-CONT-COBRADOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-ISENTOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-CARENCIA PIC 9(5) VALUE ZERO.
           77 WS-TOT-MULTA PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-JUROS PIC 9(9)V99 VALUE ZERO.
           77 WS-SALDO PIC 9(7)V99.
           77 WS-ITEM-QTD PIC 9(3).
           77 WS-ITEM-I PIC 9(3).
           77 WS-ITEM-J PIC 9(3).
           77 WS-ITEM-TMP-D PIC 9(8).
           77 WS-ITEM-TMP-V PIC 9(7)V99.
           01 WS-ITEM-TABELA.
               05 WS-ITEM-REG OCCURS 100 TIMES.
                   10 WS-ITEM-DATA PIC 9(8).
                   10 WS-ITEM-VALOR PIC 9(7)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WS-HOJE = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE WS-HOJE (1:6) TO WS-ANOMES.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           PERFORM LE-PARAMETROS-PROCEDURE.
           OPEN I-O ARQ-RECEBER.
           IF WS-FS <> 0
               DISPLAY "SEM CONTAS A RECEBER, FS=" WS-FS
               STOP RUN RETURNING 0
           END-IF.
           OPEN I-O ARQ-ENCARGO.
           IF WS-FS = "35"
               CLOSE ARQ-ENCARGO
               OPEN OUTPUT ARQ-ENCARGO
               CLOSE ARQ-ENCARGO
               OPEN I-O ARQ-ENCARGO
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ENCARGO, FS=" WS-FS
               CLOSE ARQ-RECEBER
               STOP RUN RETURNING 8
           END-IF.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "ENCARGOS." WS-ANOMES ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "JUROS E MULTA SOBRE SALDOS VENCIDOS"
               TO WS-REP-TITULO.
           MOVE "CPF SALDO ATRASO(DIAS) MULTA JUROS NOVO-SALDO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE ZEROES TO MRCPF.
           START ARQ-RECEBER KEY IS GREATER THAN MRCPF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RECEBER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM TRATA-CONTA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ENCARGO.
           CLOSE ARQ-RECEBER.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "MES " WS-ANOMES
               " COBRADOS=" WS-CONT-COBRADOS
               " MULTA=" WS-TOT-MULTA
               " JUROS=" WS-TOT-JUROS
               " ISENTOS=" WS-CONT-ISENTOS
               " EM CARENCIA=" WS-CONT-CARENCIA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "ENCARGOS DE MORA: " WS-CONT-COBRADOS
               " CONTA(S), MULTA=" WS-TOT-MULTA " JUROS=" WS-TOT-JUROS.
           STOP RUN RETURNING WS-RC.
       LE-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE "DEFAULT   " TO PCATEGORIA
               READ ARQ-PARAMETROS
                   KEY IS PCATEGORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PDIAS-CARENCIA > ZERO
                           MOVE PDIAS-CARENCIA TO WS-DIAS-CARENCIA
                       END-IF
                       IF PMULTA-MORA > ZERO
                           MOVE PMULTA-MORA TO WS-MULTA-MORA
                       END-IF
                       IF PJUROS-MORA > ZERO
                           MOVE PJUROS-MORA TO WS-JUROS-MORA
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.
       TRATA-CONTA-PROCEDURE.
           MOVE "S" TO WS-EXISTE.
           MOVE MRCPF TO ECCPF.
           READ ARQ-ENCARGO
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
                   MOVE MRCPF TO ECCPF
                   MOVE ZEROES TO ECULTMES
                   MOVE ZEROES TO ECULTDATA
                   MOVE ZEROES TO ECBASE
                   MOVE ZEROES TO ECTOT-MULTA
                   MOVE ZEROES TO ECTOT-JUROS
           END-READ.
           IF MRSALDO = ZEROES
               IF WS-EXISTE = "S" AND ECBASE > ZEROES
                   MOVE ZEROES TO ECBASE
                   REWRITE REG-ENCARGO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ECULTMES = WS-ANOMES
               EXIT PARAGRAPH
           END-IF.
           IF MRCOBRANCA = "S"
               ADD 1 TO WS-CONT-ISENTOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-PARCELA-PROCEDURE.
           IF WS-PARCELADO = "S"
               ADD 1 TO WS-CONT-ISENTOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACHA-ORIGEM-PROCEDURE.
           IF WS-ORIGEM-DATA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JULIANO-ITEM =
               FUNCTION INTEGER-OF-DATE (WS-ORIGEM-DATA).
           COMPUTE WS-IDADE = WS-JULIANO-HOJE - WS-JULIANO-ITEM.
           IF WS-IDADE <= WS-DIAS-CARENCIA
               ADD 1 TO WS-CONT-CARENCIA
               EXIT PARAGRAPH
           END-IF.
           IF MRSALDO < ECBASE
               MOVE MRSALDO TO ECBASE
           END-IF.
           MOVE ZERO TO WS-MULTA.
           IF MRSALDO > ECBASE
               COMPUTE WS-MULTA ROUNDED =
                   (MRSALDO - ECBASE) * WS-MULTA-MORA / 100
           END-IF.
           IF ECULTDATA = ZEROES
               COMPUTE WS-DIAS-JUROS = WS-IDADE - WS-DIAS-CARENCIA
           ELSE
               COMPUTE WS-DIAS-JUROS = WS-JULIANO-HOJE
                   - FUNCTION INTEGER-OF-DATE (ECULTDATA)
           END-IF.
           IF WS-DIAS-JUROS > 30
               MOVE 30 TO WS-DIAS-JUROS
           END-IF.
           COMPUTE WS-JUROS ROUNDED =
               MRSALDO * WS-JUROS-MORA / 100 * WS-DIAS-JUROS / 30.
           IF WS-MULTA = ZERO AND WS-JUROS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE MRSALDO TO WS-SALDO-ANT.
           ADD WS-MULTA TO MRSALDO.
           ADD WS-JUROS TO MRSALDO.
           PERFORM JRN-ANTES-RECEBER-PROCEDURE.
           REWRITE REG-RECEBER.
           PERFORM JRN-RECEBER-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING MRCPF " " WS-SALDO-ANT " " WS-IDADE
               " " WS-MULTA " " WS-JUROS " " MRSALDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-MULTA > ZERO
               MOVE "MM" TO RIORIGEM
               MOVE WS-MULTA TO RIVALOR
               PERFORM GRAVA-ITEM-PROCEDURE
           END-IF.
           IF WS-JUROS > ZERO
               MOVE "JM" TO RIORIGEM
               MOVE WS-JUROS TO RIVALOR
               PERFORM GRAVA-ITEM-PROCEDURE
           END-IF.
           MOVE MRSALDO TO ECBASE.
           MOVE WS-ANOMES TO ECULTMES.
           MOVE WS-HOJE TO ECULTDATA.
           ADD WS-MULTA TO ECTOT-MULTA.
           ADD WS-JUROS TO ECTOT-JUROS.
           IF WS-EXISTE = "S"
               REWRITE REG-ENCARGO
           ELSE
               WRITE REG-ENCARGO
           END-IF.
           ADD 1 TO WS-CONT-COBRADOS.
           ADD WS-MULTA TO WS-TOT-MULTA.
           ADD WS-JUROS TO WS-TOT-JUROS.
       GRAVA-ITEM-PROCEDURE.
           OPEN EXTEND ARQ-RECEBITEM.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-RECEBITEM
           END-IF.
           IF WS-FS = 0
               MOVE WS-HOJE TO RIDATA
               MOVE MRCPF TO RICPF
               WRITE REG-RECEBITEM
               CLOSE ARQ-RECEBITEM
           END-IF.
       VERIFICA-PARCELA-PROCEDURE.
           MOVE "N" TO WS-PARCELADO.
           OPEN INPUT ARQ-PARCELA.
           IF WS-FS <> 0
               CLOSE ARQ-PARCELA
               EXIT PARAGRAPH
           END-IF.
           MOVE MRCPF TO PACPF.
           MOVE ZEROES TO PASEQ.
           START ARQ-PARCELA KEY IS NOT LESS THAN PACHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-PARCELA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF PACPF <> MRCPF
                       MOVE "Y" TO WS-EOF2
                   ELSE
                       IF PASTATUS = "P"
                           MOVE "S" TO WS-PARCELADO
                           MOVE "Y" TO WS-EOF2
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PARCELA.
       ACHA-ORIGEM-PROCEDURE.
           MOVE ZEROES TO WS-ORIGEM-DATA.
           PERFORM CARREGA-ITENS-PROCEDURE.
           PERFORM ORDENA-ITENS-PROCEDURE.
           MOVE MRSALDO TO WS-SALDO.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
               UNTIL WS-ITEM-I > WS-ITEM-QTD OR WS-SALDO = ZEROES
               MOVE WS-ITEM-DATA (WS-ITEM-I) TO WS-ORIGEM-DATA
               IF WS-ITEM-VALOR (WS-ITEM-I) > WS-SALDO
                   MOVE ZEROES TO WS-SALDO
               ELSE
                   SUBTRACT WS-ITEM-VALOR (WS-ITEM-I) FROM WS-SALDO
               END-IF
           END-PERFORM.
       CARREGA-ITENS-PROCEDURE.
           MOVE ZERO TO WS-ITEM-QTD.
           OPEN INPUT ARQ-RECEBITEM.
           IF WS-FS <> 0
               CLOSE ARQ-RECEBITEM
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-RECEBITEM
               AT END MOVE "Y" TO WS-EOF2
               NOT AT END MOVE "N" TO WS-EOF2
           END-READ.
           PERFORM UNTIL WS-EOF2 = "Y"
               IF RICPF = MRCPF
                   IF WS-ITEM-QTD < 100
                       ADD 1 TO WS-ITEM-QTD
                   ELSE
                       PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                           UNTIL WS-ITEM-I > 99
                           MOVE WS-ITEM-REG (WS-ITEM-I + 1)
                               TO WS-ITEM-REG (WS-ITEM-I)
                       END-PERFORM
                   END-IF
                   MOVE RIDATA TO WS-ITEM-DATA (WS-ITEM-QTD)
                   MOVE RIVALOR TO WS-ITEM-VALOR (WS-ITEM-QTD)
               END-IF
               READ ARQ-RECEBITEM
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEBITEM.
       ORDENA-ITENS-PROCEDURE.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
               UNTIL WS-ITEM-I > WS-ITEM-QTD - 1
               PERFORM VARYING WS-ITEM-J FROM 1 BY 1
                   UNTIL WS-ITEM-J > WS-ITEM-QTD - WS-ITEM-I
                   IF WS-ITEM-DATA (WS-ITEM-J) <
                       WS-ITEM-DATA (WS-ITEM-J + 1)
                       MOVE WS-ITEM-DATA (WS-ITEM-J) TO WS-ITEM-TMP-D
                       MOVE WS-ITEM-VALOR (WS-ITEM-J) TO WS-ITEM-TMP-V
                       MOVE WS-ITEM-DATA (WS-ITEM-J + 1)
                           TO WS-ITEM-DATA (WS-ITEM-J)
                       MOVE WS-ITEM-VALOR (WS-ITEM-J + 1)
                           TO WS-ITEM-VALOR (WS-ITEM-J)
                       MOVE WS-ITEM-TMP-D
                           TO WS-ITEM-DATA (WS-ITEM-J + 1)
                       MOVE WS-ITEM-TMP-V
                           TO WS-ITEM-VALOR (WS-ITEM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       JRN-ANTES-RECEBER-PROCEDURE.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           READ ARQ-RECEBER KEY IS MRCPF
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-RECEBER TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-RECEBER.
           MOVE "R" TO WS-JRN-OP.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "ENCARGOS" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM ENCARGOS.
