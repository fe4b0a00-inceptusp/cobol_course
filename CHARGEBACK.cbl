       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCHARGEBACK.
               COPY FCCAIXAMOV.
               COPY FCFISCAL.
               COPY FCHISTORICO.
               COPY FCRECEBER.
               COPY FCRECEBITEM.
               SELECT ARQ-ENTRADA ASSIGN TO "CHARGEBACK.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCHARGEBACK.
           COPY FDCAIXAMOV.
           COPY FDFISCAL.
           COPY FDHISTORICO.
           COPY FDRECEBER.
           COPY FDRECEBITEM.
           FD ARQ-ENTRADA.
           01 ENTRADA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-MES PIC X(6).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-MES PIC 9(6).
           77 WS-TOK-ID PIC X(20).
           77 WS-TOK-DATA PIC X(10).
           77 WS-TOK-VALOR PIC X(12).
           77 WS-TOK-MOTIVO PIC X(4).
           77 WS-TOK-CPF PIC X(14).
           77 WS-CB-DATA PIC 9(8).
           77 WS-CB-VALOR PIC 9(7)V99.
           77 WS-CB-CPF PIC 9(11).
           77 WS-ACHOU PIC X(1).
           77 WS-LIVRE PIC X(1).
           77 WS-SALVA-CHAVE PIC X(19).
           77 WS-ID PIC X(20).
           77 WS-RESULTADO PIC X(1).
           77 WS-REFAT PIC X(1).
           77 WS-EMPID PIC 9(5).
           77 WS-CONT-LIDOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-CASADOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-SEMVENDA PIC 9(5) VALUE ZERO.
           77 WS-CONT-REPETIDO PIC 9(5) VALUE ZERO.
           77 WS-TOT-VALOR PIC 9(9)V99 VALUE ZERO.
           77 WS-OP-QTD PIC 9(3) VALUE ZERO.
           77 WS-CL-QTD PIC 9(3) VALUE ZERO.
           77 WS-I PIC 9(3).
           77 WS-POS PIC 9(3).
           77 WS-VD-QTD PIC 9(3) VALUE ZERO.
           77 WS-VD-I PIC 9(3).
           77 WS-VD-ACHOU PIC 9(3).
           01 WS-OP-TABELA.
               05 WS-OP-REG OCCURS 200 TIMES.
                   10 WS-OP-EMPID PIC 9(5).
                   10 WS-OP-CONT PIC 9(5).
                   10 WS-OP-VALOR PIC 9(9)V99.
                   10 WS-OP-PERDIDO PIC 9(9)V99.
           01 WS-CL-TABELA.
               05 WS-CL-REG OCCURS 500 TIMES.
                   10 WS-CL-CPF PIC 9(11).
                   10 WS-CL-CONT PIC 9(5).
                   10 WS-CL-VALOR PIC 9(9)V99.
                   10 WS-CL-PERDIDO PIC 9(9)V99.
           01 WS-VD-TABELA.
               05 WS-VD-REG OCCURS 500 TIMES.
                   10 WS-VD-HORA PIC 9(6).
                   10 WS-VD-EMPID PIC 9(5).
                   10 WS-VD-CPF PIC 9(11).
                   10 WS-VD-VALOR PIC 9(7)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           MOVE SPACES TO WS-PARM-MES.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP WS-PARM-MES
           END-UNSTRING.
           EVALUATE WS-PARM-OP
               WHEN "RESOLVER"
                   PERFORM RESOLVE-PROCEDURE
               WHEN "REL"
                   IF WS-PARM-MES IS NUMERIC
                       MOVE WS-PARM-MES TO WS-MES
                       PERFORM RELATORIO-PROCEDURE
                   ELSE
                       DISPLAY "USO: ./CHARGEBACK REL AAAAMM"
                       MOVE 8 TO WS-RC
                   END-IF
               WHEN OTHER
                   PERFORM CARGA-PROCEDURE
                   IF WS-HOJE (7:2) = "01"
                       COMPUTE WS-JULIANO =
                           FUNCTION INTEGER-OF-DATE (WS-HOJE) - 1
                       COMPUTE WS-CB-DATA =
                           FUNCTION DATE-OF-INTEGER (WS-JULIANO)
                       MOVE WS-CB-DATA (1:6) TO WS-MES
                       PERFORM RELATORIO-PROCEDURE
                   END-IF
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       CHARGEBACK-ABRIR-PROCEDURE.
           OPEN I-O ARQ-CHARGEBACK.
           IF WS-FS = "35"
               CLOSE ARQ-CHARGEBACK
               OPEN OUTPUT ARQ-CHARGEBACK
               CLOSE ARQ-CHARGEBACK
               OPEN I-O ARQ-CHARGEBACK
           END-IF.
       CARGA-PROCEDURE.
           OPEN INPUT ARQ-ENTRADA.
           IF WS-FS2 <> 0
               DISPLAY "CHARGEBACK.CSV NAO ENCONTRADO, CARGA PULADA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGEBACK-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CHARGEBACK, FS=" WS-FS
               CLOSE ARQ-ENTRADA
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "CHARGEBACKCARGA.TXT" TO WS-REP-ARQUIVO.
           MOVE "CARGA DE CHARGEBACKS DA ADQUIRENTE" TO WS-REP-TITULO.
           MOVE "ID VENDA VALOR CPF OPERADOR FISCAL TRANSACAO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           READ ARQ-ENTRADA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM TRATA-DISPUTA-PROCEDURE
               READ ARQ-ENTRADA
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-CHARGEBACK.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "LIDOS=" WS-CONT-LIDOS
               " CASADOS=" WS-CONT-CASADOS
               " SEM VENDA NO CAIXA=" WS-CONT-SEMVENDA
               " JA CARREGADOS=" WS-CONT-REPETIDO
               " VALOR=" WS-TOT-VALOR
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CONT-SEMVENDA > ZERO AND WS-RC = ZERO
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "CHARGEBACKS CARREGADOS: " WS-CONT-LIDOS
               " SEM VENDA NO CAIXA: " WS-CONT-SEMVENDA.
       TRATA-DISPUTA-PROCEDURE.
           MOVE SPACES TO WS-TOK-ID.
           MOVE SPACES TO WS-TOK-DATA.
           MOVE SPACES TO WS-TOK-VALOR.
           MOVE SPACES TO WS-TOK-MOTIVO.
           MOVE SPACES TO WS-TOK-CPF.
           UNSTRING ENTRADA-REG DELIMITED BY ";"
               INTO WS-TOK-ID WS-TOK-DATA WS-TOK-VALOR
                   WS-TOK-MOTIVO WS-TOK-CPF
           END-UNSTRING.
           IF WS-TOK-ID = SPACES OR WS-TOK-DATA (1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOK-ID TO CBID.
           READ ARQ-CHARGEBACK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDO
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           COMPUTE WS-CB-DATA = FUNCTION NUMVAL(WS-TOK-DATA).
           COMPUTE WS-CB-VALOR = FUNCTION NUMVAL(WS-TOK-VALOR).
           MOVE ZEROES TO WS-CB-CPF.
           IF WS-TOK-CPF <> SPACES
               COMPUTE WS-CB-CPF = FUNCTION NUMVAL(WS-TOK-CPF)
           END-IF.
           ADD WS-CB-VALOR TO WS-TOT-VALOR.
           MOVE WS-TOK-ID TO CBID.
           MOVE WS-HOJE TO CBDATA.
           MOVE WS-CB-DATA TO CBVENDA.
           MOVE ZEROES TO CBHORA.
           MOVE ZEROES TO CBEMPID.
           MOVE WS-CB-VALOR TO CBVALOR.
           MOVE WS-CB-CPF TO CBCPF.
           MOVE ZEROES TO CBFISCAL.
           MOVE ZEROES TO CBTRANS.
           MOVE WS-TOK-MOTIVO TO CBMOTIVO.
           MOVE "N" TO CBCASADO.
           MOVE "A" TO CBSTATUS.
           MOVE ZEROES TO CBRESDATA.
           MOVE "N" TO CBREFAT.
           MOVE ZEROES TO CBRESEMPID.
           PERFORM ACHA-VENDA-PROCEDURE.
           IF CBCASADO = "S"
               ADD 1 TO WS-CONT-CASADOS
               PERFORM ACHA-FISCAL-PROCEDURE
               PERFORM ACHA-TRANS-PROCEDURE
           ELSE
               ADD 1 TO WS-CONT-SEMVENDA
           END-IF.
           WRITE REG-CHARGEBACK
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHARGEBACK " CBID
                   MOVE 8 TO WS-RC
           END-WRITE.
           MOVE SPACES TO WS-REP-LINHA.
           IF CBCASADO = "S"
               STRING CBID " " CBVENDA " " CBVALOR " " CBCPF
                   " " CBEMPID " " CBFISCAL " " CBTRANS
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING CBID " " CBVENDA " " CBVALOR
                   " SEM VENDA EM CARTAO CORRESPONDENTE NO CAIXA"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       ACHA-VENDA-PROCEDURE.
           OPEN INPUT ARQ-CAIXAMOV.
           IF WS-FS <> 0
               CLOSE ARQ-CAIXAMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VD-QTD.
           MOVE "N" TO WS-EOF2.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-CAIXAMOV NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N" AND MVDATA = WS-CB-DATA
                   AND (MVFORMA = "C" OR MVFORMA = "c")
                   PERFORM SOMA-VENDA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CAIXAMOV.
           PERFORM VARYING WS-VD-I FROM 1 BY 1
               UNTIL WS-VD-I > WS-VD-QTD
               IF WS-VD-VALOR (WS-VD-I) = WS-CB-VALOR
                   AND (WS-CB-CPF = ZEROES
                   OR WS-VD-CPF (WS-VD-I) = WS-CB-CPF)
                   PERFORM VENDA-LIVRE-PROCEDURE
                   IF WS-LIVRE = "S"
                       MOVE WS-VD-HORA (WS-VD-I) TO CBHORA
                       MOVE WS-VD-EMPID (WS-VD-I) TO CBEMPID
                       MOVE WS-VD-CPF (WS-VD-I) TO CBCPF
                       MOVE "S" TO CBCASADO
                       MOVE WS-VD-QTD TO WS-VD-I
                   END-IF
               END-IF
           END-PERFORM.
       SOMA-VENDA-PROCEDURE.
           MOVE ZERO TO WS-VD-ACHOU.
           PERFORM VARYING WS-VD-I FROM 1 BY 1
               UNTIL WS-VD-I > WS-VD-QTD
               IF WS-VD-HORA (WS-VD-I) = MVHORA
                   AND WS-VD-EMPID (WS-VD-I) = MVEMPID
                   AND WS-VD-CPF (WS-VD-I) = MVCPF
                   MOVE WS-VD-I TO WS-VD-ACHOU
                   MOVE WS-VD-QTD TO WS-VD-I
               END-IF
           END-PERFORM.
           IF WS-VD-ACHOU > ZERO
               ADD MVVALOR TO WS-VD-VALOR (WS-VD-ACHOU)
               EXIT PARAGRAPH
           END-IF.
           IF WS-VD-QTD < 500
               ADD 1 TO WS-VD-QTD
               MOVE MVHORA TO WS-VD-HORA (WS-VD-QTD)
               MOVE MVEMPID TO WS-VD-EMPID (WS-VD-QTD)
               MOVE MVCPF TO WS-VD-CPF (WS-VD-QTD)
               MOVE MVVALOR TO WS-VD-VALOR (WS-VD-QTD)
           END-IF.
       VENDA-LIVRE-PROCEDURE.
           MOVE "S" TO WS-LIVRE.
           MOVE CBVENDA-CHAVE TO WS-SALVA-CHAVE.
           MOVE WS-VD-HORA (WS-VD-I) TO CBHORA.
           MOVE WS-VD-EMPID (WS-VD-I) TO CBEMPID.
           READ ARQ-CHARGEBACK KEY IS CBVENDA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-LIVRE
           END-READ.
           MOVE WS-SALVA-CHAVE TO CBVENDA-CHAVE.
           MOVE WS-TOK-ID TO CBID.
           MOVE WS-HOJE TO CBDATA.
           MOVE WS-CB-VALOR TO CBVALOR.
           MOVE WS-CB-CPF TO CBCPF.
           MOVE ZEROES TO CBFISCAL.
           MOVE ZEROES TO CBTRANS.
           MOVE WS-TOK-MOTIVO TO CBMOTIVO.
           MOVE "N" TO CBCASADO.
           MOVE "A" TO CBSTATUS.
           MOVE ZEROES TO CBRESDATA.
           MOVE "N" TO CBREFAT.
           MOVE ZEROES TO CBRESEMPID.
       ACHA-FISCAL-PROCEDURE.
           OPEN INPUT ARQ-FISCAL.
           IF WS-FS <> 0
               CLOSE ARQ-FISCAL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF2.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-FISCAL
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N" AND FSDATA = CBVENDA
                   AND (FSFORMA = "C" OR FSFORMA = "c")
                   AND FSVALOR = CBVALOR
                   AND FSCPF = CBCPF
                   MOVE FSNUMERO TO CBFISCAL
                   MOVE "Y" TO WS-EOF2
               END-IF
           END-PERFORM.
           CLOSE ARQ-FISCAL.
       ACHA-TRANS-PROCEDURE.
           IF CBCPF = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           MOVE CBCPF TO HCPF.
           MOVE CBVENDA TO HDATA.
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
                   IF HCPF <> CBCPF OR HDATA <> CBVENDA
                       MOVE "Y" TO WS-EOF2
                   ELSE
                       IF HTIPO = "A" AND HTRANS > ZEROES
                           MOVE HTRANS TO CBTRANS
                           MOVE "Y" TO WS-EOF2
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       RESOLVE-PROCEDURE.
           DISPLAY "RESOLUCAO DE DISPUTA DE CARTAO".
           DISPLAY "ID DA DISPUTA: ".
           ACCEPT WS-ID.
           PERFORM CHARGEBACK-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CHARGEBACK, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID TO CBID.
           READ ARQ-CHARGEBACK
               INVALID KEY
                   DISPLAY "DISPUTA NAO ENCONTRADA"
                   CLOSE ARQ-CHARGEBACK
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "VENDA " CBVENDA " VALOR " CBVALOR " CPF " CBCPF
               " OPERADOR " CBEMPID " STATUS " CBSTATUS.
           IF CBSTATUS <> "A"
               DISPLAY "DISPUTA JA ENCERRADA"
               CLOSE ARQ-CHARGEBACK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RESULTADO (G=GANHA P=PERDIDA): ".
           ACCEPT WS-RESULTADO.
           MOVE FUNCTION UPPER-CASE(WS-RESULTADO) TO WS-RESULTADO.
           IF WS-RESULTADO <> "G" AND WS-RESULTADO <> "P"
               DISPLAY "RESULTADO INVALIDO"
               CLOSE ARQ-CHARGEBACK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MATRICULA DO RESPONSAVEL: ".
           ACCEPT WS-EMPID.
           MOVE "N" TO WS-REFAT.
           IF WS-RESULTADO = "P" AND CBCPF > ZEROES
               DISPLAY "REFATURAR O VALOR AO CLIENTE (S/N): "
               ACCEPT WS-REFAT
               MOVE FUNCTION UPPER-CASE(WS-REFAT) TO WS-REFAT
           END-IF.
           MOVE WS-RESULTADO TO CBSTATUS.
           MOVE WS-HOJE TO CBRESDATA.
           MOVE WS-EMPID TO CBRESEMPID.
           IF WS-REFAT = "S"
               MOVE "S" TO CBREFAT
           END-IF.
           REWRITE REG-CHARGEBACK
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CHARGEBACK " CBID
                   MOVE 8 TO WS-RC
           END-REWRITE.
           IF WS-REFAT = "S"
               PERFORM REFATURA-PROCEDURE
           END-IF.
           CLOSE ARQ-CHARGEBACK.
           DISPLAY "DISPUTA ENCERRADA".
       REFATURA-PROCEDURE.
           OPEN I-O ARQ-RECEBER.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR RECEBER, FS=" WS-FS
               CLOSE ARQ-RECEBER
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE CBCPF TO MRCPF.
           READ ARQ-RECEBER
               INVALID KEY
                   MOVE CBVALOR TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD CBVALOR TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           CLOSE ARQ-RECEBER.
           OPEN EXTEND ARQ-RECEBITEM.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-RECEBITEM
           END-IF.
           IF WS-FS = 0
               MOVE WS-HOJE TO RIDATA
               MOVE CBCPF TO RICPF
               MOVE CBVALOR TO RIVALOR
               MOVE "CB" TO RIORIGEM
               WRITE REG-RECEBITEM
               CLOSE ARQ-RECEBITEM
           END-IF.
           DISPLAY "VALOR REFATURADO NO RECEBER DO CLIENTE".
       RELATORIO-PROCEDURE.
           OPEN INPUT ARQ-CHARGEBACK.
           IF WS-FS <> 0
               DISPLAY "SEM CHARGEBACKS REGISTRADOS"
               CLOSE ARQ-CHARGEBACK
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-OP-QTD.
           MOVE ZERO TO WS-CL-QTD.
           MOVE LOW-VALUES TO CBID.
           START ARQ-CHARGEBACK KEY IS GREATER THAN CBID
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CHARGEBACK NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND CBDATA (1:6) = WS-MES
                   PERFORM ACUMULA-OPERADOR-PROCEDURE
                   PERFORM ACUMULA-CLIENTE-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CHARGEBACK.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "CHARGEBACK." WS-MES ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "CHARGEBACKS DO MES" TO WS-REP-TITULO.
           MOVE "CHAVE QTD VALOR PERDIDO" TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "MES " WS-MES " - POR OPERADOR"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OP-QTD
               MOVE SPACES TO WS-REP-LINHA
               STRING "  OPERADOR " WS-OP-EMPID (WS-I)
                   " QTD=" WS-OP-CONT (WS-I)
                   " VALOR=" WS-OP-VALOR (WS-I)
                   " PERDIDO=" WS-OP-PERDIDO (WS-I)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               MOVE "L" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-PERFORM.
           MOVE "POR CLIENTE" TO WS-REP-LINHA.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CL-QTD
               MOVE SPACES TO WS-REP-LINHA
               STRING "  CPF " WS-CL-CPF (WS-I)
                   " QTD=" WS-CL-CONT (WS-I)
                   " VALOR=" WS-CL-VALOR (WS-I)
                   " PERDIDO=" WS-CL-PERDIDO (WS-I)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               MOVE "L" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-PERFORM.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY WS-REP-ARQUIVO " GERADO".
       ACUMULA-OPERADOR-PROCEDURE.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OP-QTD
               IF WS-OP-EMPID (WS-I) = CBEMPID
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO
               IF WS-OP-QTD >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OP-QTD
               MOVE WS-OP-QTD TO WS-POS
               MOVE CBEMPID TO WS-OP-EMPID (WS-POS)
               MOVE ZERO TO WS-OP-CONT (WS-POS)
               MOVE ZERO TO WS-OP-VALOR (WS-POS)
               MOVE ZERO TO WS-OP-PERDIDO (WS-POS)
           END-IF.
           ADD 1 TO WS-OP-CONT (WS-POS).
           ADD CBVALOR TO WS-OP-VALOR (WS-POS).
           IF CBSTATUS = "P"
               ADD CBVALOR TO WS-OP-PERDIDO (WS-POS)
           END-IF.
       ACUMULA-CLIENTE-PROCEDURE.
           MOVE ZERO TO WS-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CL-QTD
               IF WS-CL-CPF (WS-I) = CBCPF
                   MOVE WS-I TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-POS = ZERO
               IF WS-CL-QTD >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-QTD
               MOVE WS-CL-QTD TO WS-POS
               MOVE CBCPF TO WS-CL-CPF (WS-POS)
               MOVE ZERO TO WS-CL-CONT (WS-POS)
               MOVE ZERO TO WS-CL-VALOR (WS-POS)
               MOVE ZERO TO WS-CL-PERDIDO (WS-POS)
           END-IF.
           ADD 1 TO WS-CL-CONT (WS-POS).
           ADD CBVALOR TO WS-CL-VALOR (WS-POS).
           IF CBSTATUS = "P"
               ADD CBVALOR TO WS-CL-PERDIDO (WS-POS)
           END-IF.
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
       JRN-NOVO-PROCEDURE.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "W" TO WS-JRN-OP.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "CHARGEBACK" TO WS-JRN-PROGRAMA
               MOVE WS-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM CHARGEBACK.
