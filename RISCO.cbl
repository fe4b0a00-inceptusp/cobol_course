       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCRISCO.
               COPY FCARQCLIENTES.
               COPY FCHISTORICO.
               COPY FCOCORRENCIA.
               COPY FCRECEBER.
               COPY FCRECEBITEM.
       DATA DIVISION.
       FILE SECTION.
           COPY FDRISCO.
           COPY FDARQCLIENTES.
           COPY FDHISTORICO.
           COPY FDOCORRENCIA.
           COPY FDRECEBER.
           COPY FDRECEBITEM.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO-HOJE PIC 9(7).
           77 WS-JULIANO-ITEM PIC 9(7).
           77 WS-DATA-JANELA PIC 9(8).
           77 WS-HIS-OK PIC X(1) VALUE "N".
           77 WS-OCO-OK PIC X(1) VALUE "N".
           77 WS-REC-OK PIC X(1) VALUE "N".
           77 WS-PRIMEIRA PIC 9(8).
           77 WS-ATRASOS PIC 9(3).
           77 WS-PERDAS PIC 9(3).
           77 WS-OCORR PIC 9(3).
           77 WS-CHEQUES PIC 9(3).
           77 WS-CHARGES PIC 9(3).
           77 WS-SALDO PIC 9(7)V99.
           77 WS-RESTO PIC 9(7)V99.
           77 WS-DIAS-SALDO PIC 9(5).
           77 WS-DIAS-CONTA PIC 9(5).
           77 WS-PT-ATRASO PIC 9(3).
           77 WS-PT-OCORR PIC 9(3).
           77 WS-PT-CHEQUE PIC 9(3).
           77 WS-PT-CHARGE PIC 9(3).
           77 WS-PT-PERDA PIC 9(3).
           77 WS-PT-SALDO PIC 9(3).
           77 WS-PT-CONTA PIC 9(3).
           77 WS-PONTOS PIC 9(3).
           77 WS-FAIXA PIC X(1).
           77 WS-FAIXA-ANT PIC X(1).
           77 WS-EXISTE PIC X(1).
           77 WS-CONT-CLI PIC 9(5) VALUE ZERO.
           77 WS-CONT-MUDOU PIC 9(5) VALUE ZERO.
           77 WS-CONT-NOVO PIC 9(5) VALUE ZERO.
           77 WS-CONT-A PIC 9(5) VALUE ZERO.
           77 WS-CONT-B PIC 9(5) VALUE ZERO.
           77 WS-CONT-C PIC 9(5) VALUE ZERO.
           77 WS-CONT-D PIC 9(5) VALUE ZERO.
           77 WS-EV-QTD PIC 9(3) VALUE ZERO.
           77 WS-EV-I PIC 9(3).
           77 WS-EV-ACHOU PIC 9(3).
           77 WS-TRUNCOU PIC X(1) VALUE "N".
           77 WS-ITEM-QTD PIC 9(2).
           77 WS-ITEM-I PIC 9(2).
           77 WS-ITEM-J PIC 9(2).
           77 WS-ITEM-TMP-D PIC 9(8).
           77 WS-ITEM-TMP-V PIC 9(7)V99.
           01 WS-EV-TABELA.
               05 WS-EV-REG OCCURS 500 TIMES.
                   10 WS-EV-CPF PIC 9(11).
                   10 WS-EV-CHEQUE PIC 9(3).
                   10 WS-EV-CHARGE PIC 9(3).
           01 WS-ITEM-TABELA.
               05 WS-ITEM-REG OCCURS 50 TIMES.
                   10 WS-ITEM-DATA PIC 9(8).
                   10 WS-ITEM-VALOR PIC 9(7)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           COMPUTE WS-DATA-JANELA =
               FUNCTION DATE-OF-INTEGER (WS-JULIANO-HOJE - 365).
           PERFORM CARREGA-EVENTOS-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O ARQ-RISCO.
           IF WS-FS = "35"
               CLOSE ARQ-RISCO
               OPEN OUTPUT ARQ-RISCO
               CLOSE ARQ-RISCO
               OPEN I-O ARQ-RISCO
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR RISCO, FS=" WS-FS
               CLOSE ARQ-CLIENTES
               STOP RUN RETURNING 8
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS = 0
               MOVE "S" TO WS-HIS-OK
           END-IF.
           OPEN INPUT ARQ-OCORRENCIA.
           IF WS-FS = 0
               MOVE "S" TO WS-OCO-OK
           END-IF.
           OPEN INPUT ARQ-RECEBER.
           IF WS-FS = 0
               MOVE "S" TO WS-REC-OK
           END-IF.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "RISCOREL." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "CLIENTES QUE MUDARAM DE FAIXA DE RISCO"
               TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "CPF         CLIENTE                        DE PARA "
               "PTS ATR OCO CHQ CBK PER        SALDO DIAS"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE ZEROES TO CCPF.
           START ARQ-CLIENTES KEY IS GREATER THAN CCPF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND CNOME <> "TITULAR ANONIMIZADO"
                   PERFORM PONTUA-CLIENTE-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-CONT-MUDOU = ZERO
               MOVE "NENHUM CLIENTE MUDOU DE FAIXA" TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "CLIENTES POR FAIXA: A=" WS-CONT-A " B=" WS-CONT-B
               " C=" WS-CONT-C " D=" WS-CONT-D
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "MUDARAM DE FAIXA: " WS-CONT-MUDOU
               "  PONTUADOS PELA PRIMEIRA VEZ: " WS-CONT-NOVO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "FAIXAS: A=0-19 B=20-39 C=40-69 D=70 OU MAIS PONTOS"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-REC-OK = "S"
               CLOSE ARQ-RECEBER
           END-IF.
           IF WS-OCO-OK = "S"
               CLOSE ARQ-OCORRENCIA
           END-IF.
           IF WS-HIS-OK = "S"
               CLOSE ARQ-HISTORICO
           END-IF.
           CLOSE ARQ-RISCO.
           CLOSE ARQ-CLIENTES.
           IF WS-TRUNCOU = "S"
               DISPLAY "AVISO: TABELA DE CHEQUES/CHARGEBACKS ESGOTADA,"
               DISPLAY "RESULTADO PARCIAL"
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-CONT-CLI
               " CLIENTE(S) PONTUADO(S), " WS-CONT-MUDOU
               " MUDANCA(S) DE FAIXA".
           STOP RUN RETURNING WS-RC.
       CARREGA-EVENTOS-PROCEDURE.
           OPEN INPUT ARQ-RECEBITEM.
           IF WS-FS <> 0
               CLOSE ARQ-RECEBITEM
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-RECEBITEM
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               IF RIDATA >= WS-DATA-JANELA
                   AND (RIORIGEM = "CD" OR RIORIGEM = "CB")
                   PERFORM ACUMULA-EVENTO-PROCEDURE
               END-IF
               READ ARQ-RECEBITEM
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEBITEM.
       ACUMULA-EVENTO-PROCEDURE.
           MOVE ZERO TO WS-EV-ACHOU.
           PERFORM VARYING WS-EV-I FROM 1 BY 1
               UNTIL WS-EV-I > WS-EV-QTD
               IF WS-EV-CPF (WS-EV-I) = RICPF
                   MOVE WS-EV-I TO WS-EV-ACHOU
                   MOVE WS-EV-QTD TO WS-EV-I
               END-IF
           END-PERFORM.
           IF WS-EV-ACHOU = ZERO AND WS-EV-QTD >= 500
               MOVE "S" TO WS-TRUNCOU
               EXIT PARAGRAPH
           END-IF.
           IF WS-EV-ACHOU = ZERO
               ADD 1 TO WS-EV-QTD
               MOVE WS-EV-QTD TO WS-EV-ACHOU
               MOVE RICPF TO WS-EV-CPF (WS-EV-ACHOU)
               MOVE ZERO TO WS-EV-CHEQUE (WS-EV-ACHOU)
               MOVE ZERO TO WS-EV-CHARGE (WS-EV-ACHOU)
           END-IF.
           IF RIORIGEM = "CD"
               ADD 1 TO WS-EV-CHEQUE (WS-EV-ACHOU)
           ELSE
               ADD 1 TO WS-EV-CHARGE (WS-EV-ACHOU)
           END-IF.
       PONTUA-CLIENTE-PROCEDURE.
           ADD 1 TO WS-CONT-CLI.
           PERFORM APURA-HISTORICO-PROCEDURE.
           PERFORM APURA-OCORRENCIA-PROCEDURE.
           PERFORM APURA-SALDO-PROCEDURE.
           MOVE ZERO TO WS-CHEQUES.
           MOVE ZERO TO WS-CHARGES.
           PERFORM VARYING WS-EV-I FROM 1 BY 1
               UNTIL WS-EV-I > WS-EV-QTD
               IF WS-EV-CPF (WS-EV-I) = CCPF
                   MOVE WS-EV-CHEQUE (WS-EV-I) TO WS-CHEQUES
                   MOVE WS-EV-CHARGE (WS-EV-I) TO WS-CHARGES
                   MOVE WS-EV-QTD TO WS-EV-I
               END-IF
           END-PERFORM.
           PERFORM CALCULA-PONTOS-PROCEDURE.
           MOVE "S" TO WS-EXISTE.
           MOVE CCPF TO RSCPF.
           READ ARQ-RISCO
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = "N"
               INITIALIZE REG-RISCO
               MOVE CCPF TO RSCPF
               MOVE SPACES TO RSFAIXA
           END-IF.
           MOVE RSFAIXA TO WS-FAIXA-ANT.
           IF WS-FAIXA <> WS-FAIXA-ANT
               MOVE WS-FAIXA-ANT TO RSFAIXA-ANT
               MOVE WS-HOJE TO RSDTMUDA
           END-IF.
           MOVE WS-PONTOS TO RSPONTOS.
           MOVE WS-FAIXA TO RSFAIXA.
           MOVE WS-HOJE TO RSDATA.
           MOVE WS-ATRASOS TO RSATRASOS.
           MOVE WS-OCORR TO RSOCORR.
           MOVE WS-CHEQUES TO RSCHEQUE.
           MOVE WS-CHARGES TO RSCHARGE.
           MOVE WS-PERDAS TO RSPERDA.
           MOVE WS-SALDO TO RSSALDO.
           MOVE WS-DIAS-SALDO TO RSDIAS-SALDO.
           MOVE WS-DIAS-CONTA TO RSDIAS-CONTA.
           IF WS-EXISTE = "S"
               REWRITE REG-RISCO
           ELSE
               WRITE REG-RISCO
           END-IF.
           EVALUATE WS-FAIXA
               WHEN "A" ADD 1 TO WS-CONT-A
               WHEN "B" ADD 1 TO WS-CONT-B
               WHEN "C" ADD 1 TO WS-CONT-C
               WHEN OTHER ADD 1 TO WS-CONT-D
           END-EVALUATE.
           IF WS-FAIXA-ANT = SPACES
               ADD 1 TO WS-CONT-NOVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FAIXA = WS-FAIXA-ANT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONT-MUDOU.
           MOVE SPACES TO WS-REP-LINHA.
           STRING CCPF " " CNOME (1:30) " " WS-FAIXA-ANT "  "
               WS-FAIXA "    " WS-PONTOS " " WS-ATRASOS " " WS-OCORR
               " " WS-CHEQUES " " WS-CHARGES " " WS-PERDAS " "
               WS-SALDO " " WS-DIAS-SALDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       APURA-HISTORICO-PROCEDURE.
           MOVE ZEROES TO WS-PRIMEIRA.
           MOVE ZERO TO WS-ATRASOS.
           MOVE ZERO TO WS-PERDAS.
           IF WS-HIS-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE CCPF TO HCPF.
           MOVE ZEROES TO HDATA.
           MOVE ZEROES TO HSEQ.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF HCPF <> CCPF
                       MOVE "Y" TO WS-EOF2
                   ELSE
                       PERFORM CONTA-HISTORICO-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       CONTA-HISTORICO-PROCEDURE.
           IF HTIPO = "A"
               AND (WS-PRIMEIRA = ZEROES OR HDATA < WS-PRIMEIRA)
               MOVE HDATA TO WS-PRIMEIRA
           END-IF.
           IF HDATA < WS-DATA-JANELA
               EXIT PARAGRAPH
           END-IF.
           IF HTIPO = "D" AND HDTDEV > ZEROES AND HDATA > HDTDEV
               ADD 1 TO WS-ATRASOS
           END-IF.
           IF HTIPO = "X"
               ADD 1 TO WS-PERDAS
           END-IF.
       APURA-OCORRENCIA-PROCEDURE.
           MOVE ZERO TO WS-OCORR.
           MOVE ZERO TO WS-PT-OCORR.
           IF WS-OCO-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE CCPF TO OCCPF.
           MOVE ZEROES TO OCSEQ.
           START ARQ-OCORRENCIA KEY IS NOT LESS THAN OCCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-OCORRENCIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF OCCPF <> CCPF
                       MOVE "Y" TO WS-EOF2
                   ELSE
                       IF OCDATA >= WS-DATA-JANELA
                           ADD 1 TO WS-OCORR
                           IF OCSEVER = "B"
                               ADD 15 TO WS-PT-OCORR
                           ELSE
                               ADD 5 TO WS-PT-OCORR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       APURA-SALDO-PROCEDURE.
           MOVE ZERO TO WS-SALDO.
           MOVE ZERO TO WS-DIAS-SALDO.
           IF WS-REC-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE CCPF TO MRCPF.
           READ ARQ-RECEBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE MRSALDO TO WS-SALDO.
           IF WS-SALDO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGA-ITENS-PROCEDURE.
           PERFORM ORDENA-ITENS-PROCEDURE.
           MOVE WS-SALDO TO WS-RESTO.
           MOVE 999 TO WS-DIAS-SALDO.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
               UNTIL WS-ITEM-I > WS-ITEM-QTD OR WS-RESTO = ZEROES
               IF WS-ITEM-VALOR (WS-ITEM-I) > WS-RESTO
                   MOVE ZERO TO WS-RESTO
               ELSE
                   SUBTRACT WS-ITEM-VALOR (WS-ITEM-I) FROM WS-RESTO
               END-IF
               COMPUTE WS-JULIANO-ITEM =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATA (WS-ITEM-I))
               COMPUTE WS-DIAS-SALDO = WS-JULIANO-HOJE - WS-JULIANO-ITEM
           END-PERFORM.
           IF WS-RESTO > ZEROES
               MOVE 999 TO WS-DIAS-SALDO
           END-IF.
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
               IF RICPF = CCPF AND WS-ITEM-QTD < 50
                   ADD 1 TO WS-ITEM-QTD
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
       CALCULA-PONTOS-PROCEDURE.
           COMPUTE WS-PT-ATRASO = WS-ATRASOS * 5.
           IF WS-ATRASOS > 6
               MOVE 30 TO WS-PT-ATRASO
           END-IF.
           IF WS-PT-OCORR > 30
               MOVE 30 TO WS-PT-OCORR
           END-IF.
           COMPUTE WS-PT-CHEQUE = WS-CHEQUES * 15.
           IF WS-CHEQUES > 2
               MOVE 30 TO WS-PT-CHEQUE
           END-IF.
           COMPUTE WS-PT-CHARGE = WS-CHARGES * 20.
           IF WS-CHARGES > 2
               MOVE 40 TO WS-PT-CHARGE
           END-IF.
           COMPUTE WS-PT-PERDA = WS-PERDAS * 20.
           IF WS-PERDAS > 2
               MOVE 40 TO WS-PT-PERDA
           END-IF.
           EVALUATE TRUE
               WHEN WS-SALDO = ZEROES
                   MOVE ZERO TO WS-PT-SALDO
               WHEN WS-DIAS-SALDO > 90
                   MOVE 30 TO WS-PT-SALDO
               WHEN WS-DIAS-SALDO > 60
                   MOVE 20 TO WS-PT-SALDO
               WHEN WS-DIAS-SALDO > 30
                   MOVE 15 TO WS-PT-SALDO
               WHEN OTHER
                   MOVE 10 TO WS-PT-SALDO
           END-EVALUATE.
           MOVE ZERO TO WS-DIAS-CONTA.
           IF WS-PRIMEIRA > ZEROES
               COMPUTE WS-JULIANO-ITEM =
                   FUNCTION INTEGER-OF-DATE (WS-PRIMEIRA)
               COMPUTE WS-DIAS-CONTA = WS-JULIANO-HOJE - WS-JULIANO-ITEM
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRIMEIRA = ZEROES
                   MOVE 15 TO WS-PT-CONTA
               WHEN WS-DIAS-CONTA < 30
                   MOVE 15 TO WS-PT-CONTA
               WHEN WS-DIAS-CONTA < 90
                   MOVE 10 TO WS-PT-CONTA
               WHEN WS-DIAS-CONTA < 180
                   MOVE 5 TO WS-PT-CONTA
               WHEN OTHER
                   MOVE ZERO TO WS-PT-CONTA
           END-EVALUATE.
           COMPUTE WS-PONTOS = WS-PT-ATRASO + WS-PT-OCORR
               + WS-PT-CHEQUE + WS-PT-CHARGE + WS-PT-PERDA
               + WS-PT-SALDO + WS-PT-CONTA.
           EVALUATE TRUE
               WHEN WS-PONTOS < 20
                   MOVE "A" TO WS-FAIXA
               WHEN WS-PONTOS < 40
                   MOVE "B" TO WS-FAIXA
               WHEN WS-PONTOS < 70
                   MOVE "C" TO WS-FAIXA
               WHEN OTHER
                   MOVE "D" TO WS-FAIXA
           END-EVALUATE.
       END PROGRAM RISCO.
