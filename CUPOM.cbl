       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPOM.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCUPOM.
               COPY FCCUPOMLOTE.
               COPY FCARQCLIENTES.
               COPY FCHISTORICO.
               COPY FCCONSENT.
               COPY FCCONTATO.
               COPY FCSEQUENCIA.
               COPY FCTREINO.
               SELECT ARQ-OUTBOX ASSIGN TO "OUTBOX.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCUPOM.
           COPY FDCUPOMLOTE.
           COPY FDARQCLIENTES.
           COPY FDHISTORICO.
           COPY FDCONSENT.
           COPY FDCONTATO.
           COPY FDSEQUENCIA.
           COPY FDTREINO.
           FD ARQ-OUTBOX.
           01 REG-OUTBOX.
               05 OBDATA PIC 9(8).
               05 OBCANAL PIC X(1).
               05 OBDEST PIC X(50).
               05 OBTEMPLATE PIC X(8).
               05 OBCPF PIC 9(11).
               05 OBVALOR PIC 9(7)V99.
               05 OBDIAS PIC 9(5).
               05 OBSTATUS PIC X(1).
               05 OBREF PIC X(10).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-EOF-CP PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO-HOJE PIC 9(7).
           77 WS-JULIANO-CORTE PIC 9(7).
           77 WS-JULIANO-MOV PIC 9(7).
           77 WS-JULIANO-VALID PIC 9(7).
           77 WS-DATA-LK PIC 9(8).
           77 WS-DATA-MODO PIC X(1).
           77 WS-DATA-VALIDA PIC X(1).
           77 WS-CN-OK PIC X(1).
           77 WS-CLI-ACHOU PIC X(1).
           77 WS-LOTE-FILTRO PIC 9(5) VALUE ZERO.
           77 WS-CL-DESCR PIC X(30).
           77 WS-CL-TIPO PIC X(1).
           77 WS-CL-VALOR PIC 9(5)V99.
           77 WS-CL-MINIMO PIC 9(5)V99.
           77 WS-CL-VALIDADE PIC 9(8).
           77 WS-CL-CRITERIO PIC X(1).
           77 WS-CL-DIAS PIC 9(4).
           77 WS-CL-CPF PIC 9(11).
           77 WS-LOTE PIC 9(5).
           77 WS-CONT-EMIT PIC 9(5) VALUE ZERO.
           77 WS-CONT-SUPR PIC 9(5) VALUE ZERO.
           77 WS-CK PIC 9(3).
           01 WS-CODIGO.
               05 WS-COD-SEQ PIC 9(7).
               05 WS-COD-DV PIC 9(3).
           77 WS-MOV-QTD PIC 9(4) VALUE ZERO.
           77 WS-MOV-I PIC 9(4).
           77 WS-MOV-ACHOU PIC X(1).
           77 WS-MOV-ULTIMA PIC 9(8).
           77 WS-ESTOURO PIC X(1) VALUE "N".
           01 WS-MOV-TABELA.
               05 WS-MOV-REG OCCURS 2000 TIMES.
                   10 WS-MOV-CPF PIC 9(11).
                   10 WS-MOV-DATA PIC 9(8).
           77 WS-LT-EMIT PIC 9(5).
           77 WS-LT-USADO PIC 9(5).
           77 WS-LT-VENCIDO PIC 9(5).
           77 WS-LT-ABERTO PIC 9(5).
           77 WS-LT-DESC PIC 9(7)V99.
           77 WS-LT-RECEITA PIC 9(9)V99.
           77 WS-TG-EMIT PIC 9(7) VALUE ZERO.
           77 WS-TG-USADO PIC 9(7) VALUE ZERO.
           77 WS-TG-VENCIDO PIC 9(7) VALUE ZERO.
           77 WS-TG-ABERTO PIC 9(7) VALUE ZERO.
           77 WS-TG-DESC PIC 9(9)V99 VALUE ZERO.
           77 WS-TG-RECEITA PIC 9(11)V99 VALUE ZERO.
           77 WS-TAXA-USO PIC 9(3)V99.
           77 WS-CONT-LOTES PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP
           END-UNSTRING.
           EVALUATE WS-PARM-OP
               WHEN "LOTE"
                   PERFORM LOTE-PROCEDURE
               WHEN OTHER
                   PERFORM RELATORIO-PROCEDURE
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       LOTE-PROCEDURE.
           DISPLAY "DESCRICAO DO LOTE DE CUPONS: ".
           ACCEPT WS-CL-DESCR.
           MOVE SPACE TO WS-CL-TIPO.
           PERFORM UNTIL WS-CL-TIPO = "V" OR WS-CL-TIPO = "P"
               DISPLAY "TIPO (V=VALOR FIXO, P=PERCENTUAL): "
               ACCEPT WS-CL-TIPO
               MOVE FUNCTION UPPER-CASE(WS-CL-TIPO) TO WS-CL-TIPO
           END-PERFORM.
           MOVE ZERO TO WS-CL-VALOR.
           PERFORM UNTIL WS-CL-VALOR > ZERO
               IF WS-CL-TIPO = "P"
                   DISPLAY "PERCENTUAL DE DESCONTO (1 A 100): "
               ELSE
                   DISPLAY "VALOR DO DESCONTO EM R$: "
               END-IF
               ACCEPT WS-CL-VALOR
               IF WS-CL-TIPO = "P" AND WS-CL-VALOR > 100
                   DISPLAY "PERCENTUAL INVALIDO! DIGITE NOVAMENTE."
                   MOVE ZERO TO WS-CL-VALOR
               END-IF
           END-PERFORM.
           DISPLAY "COMPRA MINIMA EM R$ (0 = SEM MINIMO): ".
           ACCEPT WS-CL-MINIMO.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "VALIDADE DOS CUPONS (AAAAMMDD): "
               ACCEPT WS-CL-VALIDADE
               MOVE WS-CL-VALIDADE TO WS-DATA-LK
               MOVE "G" TO WS-DATA-MODO
               CALL "Data_Verify" USING WS-DATA-LK WS-DATA-MODO
                   WS-DATA-VALIDA
               END-CALL
               IF WS-DATA-VALIDA = "S" AND WS-CL-VALIDADE < WS-HOJE
                   MOVE "N" TO WS-DATA-VALIDA
               END-IF
               IF WS-DATA-VALIDA <> "S"
                   DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           COMPUTE WS-JULIANO-VALID =
               FUNCTION INTEGER-OF-DATE (WS-CL-VALIDADE).
           MOVE SPACE TO WS-CL-CRITERIO.
           PERFORM UNTIL WS-CL-CRITERIO = "C" OR WS-CL-CRITERIO = "I"
               DISPLAY "DESTINATARIOS (C=UM CLIENTE, I=INATIVOS): "
               ACCEPT WS-CL-CRITERIO
               MOVE FUNCTION UPPER-CASE(WS-CL-CRITERIO)
                   TO WS-CL-CRITERIO
           END-PERFORM.
           MOVE ZERO TO WS-CL-DIAS.
           MOVE ZEROES TO WS-CL-CPF.
           IF WS-CL-CRITERIO = "C"
               DISPLAY "CPF DO CLIENTE: "
               ACCEPT WS-CL-CPF
           ELSE
               PERFORM UNTIL WS-CL-DIAS > ZERO
                   DISPLAY "DIAS SEM ALUGAR PARA CONSIDERAR INATIVO: "
                   ACCEPT WS-CL-DIAS
               END-PERFORM
               COMPUTE WS-JULIANO-CORTE =
                   WS-JULIANO-HOJE - WS-CL-DIAS
               PERFORM CARREGA-MOVIMENTO-PROCEDURE
               IF WS-ESTOURO = "S"
                   DISPLAY "VOLUME ACIMA DA CAPACIDADE, LOTE NAO "
                       "EMITIDO"
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-CUPOMLOTE.
           IF WS-FS = "35"
               CLOSE ARQ-CUPOMLOTE
               OPEN OUTPUT ARQ-CUPOMLOTE
               CLOSE ARQ-CUPOMLOTE
               OPEN I-O ARQ-CUPOMLOTE
           END-IF.
           OPEN I-O ARQ-CUPOM.
           IF WS-FS = "35"
               CLOSE ARQ-CUPOM
               OPEN OUTPUT ARQ-CUPOM
               CLOSE ARQ-CUPOM
               OPEN I-O ARQ-CUPOM
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CUPOM, FS=" WS-FS
               CLOSE ARQ-CLIENTES
               CLOSE ARQ-CUPOMLOTE
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICA-TREINO-PROCEDURE.
           IF WS-TREINO = "S"
               DISPLAY "BASE DE TREINAMENTO: AVISOS NAO GRAVADOS NO "
                   "OUTBOX"
           ELSE
               OPEN EXTEND ARQ-OUTBOX
               IF WS-FS2 = 35
                   OPEN OUTPUT ARQ-OUTBOX
               END-IF
           END-IF.
           MOVE "L" TO STIPO.
           PERFORM PROXIMO-NUMERO-PROCEDURE.
           MOVE SNUMERO TO WS-LOTE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "CUPONS." WS-LOTE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "EMISSAO DO LOTE DE CUPONS " WS-LOTE
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "CUPOM      CPF         CLIENTE"
               "                        ENVIO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           IF WS-CL-CRITERIO = "C"
               MOVE WS-CL-CPF TO CCPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO: " WS-CL-CPF
                   NOT INVALID KEY
                       PERFORM EMITE-CUPOM-PROCEDURE
               END-READ
           ELSE
               MOVE ZEROES TO CCPF
               START ARQ-CLIENTES KEY IS GREATER THAN CCPF
                   INVALID KEY MOVE "Y" TO WS-EOF
                   NOT INVALID KEY MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-CLIENTES NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N"
                       PERFORM AVALIA-INATIVO-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "EMITIDOS " WS-CONT-EMIT
               "  SUPRIMIDOS SEM CONSENTIMENTO " WS-CONT-SUPR
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           INITIALIZE REG-CUPOMLOTE.
           MOVE WS-LOTE TO CLLOTE.
           MOVE WS-CL-DESCR TO CLDESCR.
           MOVE WS-CL-TIPO TO CLTIPO.
           MOVE WS-CL-VALOR TO CLVALOR.
           MOVE WS-CL-MINIMO TO CLMINIMO.
           MOVE WS-CL-VALIDADE TO CLVALIDADE.
           MOVE WS-HOJE TO CLEMISSAO.
           MOVE WS-CL-CRITERIO TO CLCRITERIO.
           MOVE WS-CL-DIAS TO CLDIAS.
           MOVE WS-CONT-EMIT TO CLQTD.
           MOVE WS-CONT-SUPR TO CLSUPR.
           WRITE REG-CUPOMLOTE
               INVALID KEY
                   DISPLAY "LOTE DUPLICADO: " WS-LOTE
                   MOVE 8 TO WS-RC
           END-WRITE.
           IF WS-FS2 = 0 AND WS-TREINO = "N"
               CLOSE ARQ-OUTBOX
           END-IF.
           CLOSE ARQ-CUPOM.
           CLOSE ARQ-CUPOMLOTE.
           CLOSE ARQ-CLIENTES.
           DISPLAY "LOTE " WS-LOTE ": " WS-CONT-EMIT
               " CUPOM(NS) EMITIDO(S), " WS-CONT-SUPR
               " SUPRIMIDO(S) SEM CONSENTIMENTO".
       CARREGA-MOVIMENTO-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               CLOSE ARQ-HISTORICO
           ELSE
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END MOVE "N" TO WS-EOF
               END-READ
               PERFORM UNTIL WS-EOF = "Y"
                   IF HTIPO = "A"
                       PERFORM ACUMULA-MOVIMENTO-PROCEDURE
                   END-IF
                   READ ARQ-HISTORICO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.
       ACUMULA-MOVIMENTO-PROCEDURE.
           MOVE "N" TO WS-MOV-ACHOU.
           PERFORM VARYING WS-MOV-I FROM 1 BY 1
               UNTIL WS-MOV-I > WS-MOV-QTD
               IF WS-MOV-CPF (WS-MOV-I) = HCPF
                   MOVE "S" TO WS-MOV-ACHOU
                   IF HDATA > WS-MOV-DATA (WS-MOV-I)
                       MOVE HDATA TO WS-MOV-DATA (WS-MOV-I)
                   END-IF
                   MOVE WS-MOV-QTD TO WS-MOV-I
               END-IF
           END-PERFORM.
           IF WS-MOV-ACHOU = "N"
               IF WS-MOV-QTD < 2000
                   ADD 1 TO WS-MOV-QTD
                   MOVE HCPF TO WS-MOV-CPF (WS-MOV-QTD)
                   MOVE HDATA TO WS-MOV-DATA (WS-MOV-QTD)
               ELSE
                   MOVE "S" TO WS-ESTOURO
               END-IF
           END-IF.
       AVALIA-INATIVO-PROCEDURE.
           IF CNOME = "TITULAR ANONIMIZADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-MOV-ULTIMA.
           PERFORM VARYING WS-MOV-I FROM 1 BY 1
               UNTIL WS-MOV-I > WS-MOV-QTD
               IF WS-MOV-CPF (WS-MOV-I) = CCPF
                   MOVE WS-MOV-DATA (WS-MOV-I) TO WS-MOV-ULTIMA
                   MOVE WS-MOV-QTD TO WS-MOV-I
               END-IF
           END-PERFORM.
           IF WS-MOV-ULTIMA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JULIANO-MOV =
               FUNCTION INTEGER-OF-DATE (WS-MOV-ULTIMA).
           IF WS-JULIANO-MOV < WS-JULIANO-CORTE
               PERFORM EMITE-CUPOM-PROCEDURE
           END-IF.
       EMITE-CUPOM-PROCEDURE.
           MOVE CCPF TO OBCPF.
           PERFORM ESCOLHE-CANAL-PROCEDURE.
           MOVE CCPF TO CNCPF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
           IF WS-CN-OK <> "S" OR OBDEST = SPACES
               ADD 1 TO WS-CONT-SUPR
               MOVE SPACES TO WS-REP-LINHA
               STRING "---------- " CCPF " " CNOME (1:30)
                   " SEM CONSENTIMENTO"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           MOVE "U" TO STIPO.
           PERFORM PROXIMO-NUMERO-PROCEDURE.
           COMPUTE WS-COD-SEQ = FUNCTION MOD (SNUMERO, 10000000).
           COMPUTE WS-CK = FUNCTION MOD (WS-COD-SEQ * 7919
               + FUNCTION MOD (CCPF, 9973), 1000).
           MOVE WS-CK TO WS-COD-DV.
           INITIALIZE REG-CUPOM.
           MOVE WS-CODIGO TO CPCODIGO.
           MOVE WS-LOTE TO CPLOTE.
           MOVE CCPF TO CPCPF.
           MOVE WS-CL-TIPO TO CPTIPO.
           MOVE WS-CL-VALOR TO CPVALOR.
           MOVE WS-CL-MINIMO TO CPMINIMO.
           MOVE WS-CL-VALIDADE TO CPVALIDADE.
           MOVE WS-HOJE TO CPEMISSAO.
           MOVE "A" TO CPSTATUS.
           WRITE REG-CUPOM
               INVALID KEY
                   DISPLAY "CODIGO DE CUPOM DUPLICADO: " WS-CODIGO
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-CONT-EMIT.
           IF WS-FS2 = 0 AND WS-TREINO = "N"
               MOVE WS-HOJE TO OBDATA
               MOVE "CUPOM   " TO OBTEMPLATE
               MOVE CCPF TO OBCPF
               MOVE WS-CL-VALOR TO OBVALOR
               COMPUTE OBDIAS = WS-JULIANO-VALID - WS-JULIANO-HOJE
               MOVE "P" TO OBSTATUS
               MOVE WS-CODIGO TO OBREF
               WRITE REG-OUTBOX
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-CODIGO " " CCPF " " CNOME (1:30) " " OBCANAL
               " " OBDEST (1:40)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       ESCOLHE-CANAL-PROCEDURE.
           MOVE SPACES TO CTEMAIL.
           MOVE SPACES TO CTTEL.
           OPEN INPUT ARQ-CONTATO.
           IF WS-FS = 0
               MOVE OBCPF TO CTCPF
               READ ARQ-CONTATO
                   INVALID KEY
                       MOVE SPACES TO CTEMAIL
                       MOVE SPACES TO CTTEL
               END-READ
           END-IF.
           CLOSE ARQ-CONTATO.
           MOVE 00 TO WS-FS.
           MOVE SPACE TO OBCANAL.
           MOVE SPACES TO OBDEST.
           IF CEMAIL <> SPACES AND CEMAIL <> CTEMAIL
               MOVE "E" TO OBCANAL
               MOVE CEMAIL TO OBDEST
           ELSE
               IF CTEL <> SPACES AND CTEL <> CTTEL
                   MOVE "S" TO OBCANAL
                   MOVE CTEL TO OBDEST
               END-IF
           END-IF.
       CHECA-CONSENTIMENTO-PROCEDURE.
           MOVE "N" TO WS-CN-OK.
           OPEN INPUT ARQ-CONSENT.
           IF WS-FS <> 0
               CLOSE ARQ-CONSENT
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-CONSENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OBCANAL = "E"
                       MOVE CNEMAIL TO WS-CN-OK
                   ELSE
                       MOVE CNSMS TO WS-CN-OK
                   END-IF
           END-READ.
           CLOSE ARQ-CONSENT.
           MOVE 00 TO WS-FS.
       PROXIMO-NUMERO-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           CLOSE ARQ-SEQUENCIA.
       RELATORIO-PROCEDURE.
           IF WS-PARM-OP <> SPACES
               IF WS-PARM-OP (1:5) IS NOT NUMERIC
                   DISPLAY "USO: ./CUPOM [LOTE | NNNNN]"
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-OP (1:5) TO WS-LOTE-FILTRO
           END-IF.
           OPEN INPUT ARQ-CUPOMLOTE.
           IF WS-FS <> 0
               DISPLAY "SEM LOTES DE CUPONS EMITIDOS"
               CLOSE ARQ-CUPOMLOTE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CUPOM.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CUPOM, FS=" WS-FS
               CLOSE ARQ-CUPOM
               CLOSE ARQ-CUPOMLOTE
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REP-ARQUIVO.
           IF WS-LOTE-FILTRO = ZERO
               MOVE "CUPOMREL.TXT" TO WS-REP-ARQUIVO
           ELSE
               STRING "CUPOMREL." WS-LOTE-FILTRO ".TXT"
                   DELIMITED BY SIZE INTO WS-REP-ARQUIVO
               END-STRING
           END-IF.
           MOVE "RESGATE DE CUPONS POR LOTE" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "LOTE  DESCRICAO                      VALIDADE EMIT "
               " USADOS VENCID ABERTO  USO%     DESCONTO      RECEITA"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE ZERO TO CLLOTE.
           START ARQ-CUPOMLOTE KEY IS GREATER THAN CLLOTE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CUPOMLOTE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF WS-LOTE-FILTRO = ZERO
                       OR CLLOTE = WS-LOTE-FILTRO
                       PERFORM APURA-LOTE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONT-LOTES = ZERO
               MOVE "NENHUM LOTE DE CUPONS ENCONTRADO" TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "TOTAL GERAL: EMITIDOS " WS-TG-EMIT
               "  USADOS " WS-TG-USADO "  VENCIDOS " WS-TG-VENCIDO
               "  ABERTOS " WS-TG-ABERTO "  DESCONTO " WS-TG-DESC
               "  RECEITA " WS-TG-RECEITA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           CLOSE ARQ-CUPOM.
           CLOSE ARQ-CUPOMLOTE.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-CONT-LOTES
               " LOTE(S), " WS-TG-USADO " CUPOM(NS) RESGATADO(S)".
       APURA-LOTE-PROCEDURE.
           ADD 1 TO WS-CONT-LOTES.
           MOVE ZERO TO WS-LT-EMIT.
           MOVE ZERO TO WS-LT-USADO.
           MOVE ZERO TO WS-LT-VENCIDO.
           MOVE ZERO TO WS-LT-ABERTO.
           MOVE ZERO TO WS-LT-DESC.
           MOVE ZERO TO WS-LT-RECEITA.
           MOVE CLLOTE TO CPLOTE.
           START ARQ-CUPOM KEY IS EQUAL TO CPLOTE
               INVALID KEY MOVE "Y" TO WS-EOF-CP
               NOT INVALID KEY MOVE "N" TO WS-EOF-CP
           END-START.
           PERFORM UNTIL WS-EOF-CP = "Y"
               READ ARQ-CUPOM NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-CP
               END-READ
               IF WS-EOF-CP = "N"
                   IF CPLOTE <> CLLOTE
                       MOVE "Y" TO WS-EOF-CP
                   ELSE
                       PERFORM CONTA-CUPOM-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-TAXA-USO.
           IF WS-LT-EMIT > ZERO
               COMPUTE WS-TAXA-USO ROUNDED =
                   WS-LT-USADO * 100 / WS-LT-EMIT
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING CLLOTE " " CLDESCR " " CLVALIDADE " " WS-LT-EMIT
               " " WS-LT-USADO "  " WS-LT-VENCIDO "  " WS-LT-ABERTO
               " " WS-TAXA-USO " " WS-LT-DESC " " WS-LT-RECEITA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           ADD WS-LT-EMIT TO WS-TG-EMIT.
           ADD WS-LT-USADO TO WS-TG-USADO.
           ADD WS-LT-VENCIDO TO WS-TG-VENCIDO.
           ADD WS-LT-ABERTO TO WS-TG-ABERTO.
           ADD WS-LT-DESC TO WS-TG-DESC.
           ADD WS-LT-RECEITA TO WS-TG-RECEITA.
       CONTA-CUPOM-PROCEDURE.
           ADD 1 TO WS-LT-EMIT.
           EVALUATE TRUE
               WHEN CPSTATUS = "U"
                   ADD 1 TO WS-LT-USADO
                   ADD CPDESC TO WS-LT-DESC
                   ADD CPRECEITA TO WS-LT-RECEITA
                   IF WS-LOTE-FILTRO <> ZERO
                       MOVE SPACES TO WS-REP-LINHA
                       STRING "      RESGATE " CPCODIGO " CPF " CPCPF
                           " EM " CPUSO " FILIAL " CPFILIAL
                           " DESCONTO " CPDESC " RECEITA " CPRECEITA
                           DELIMITED BY SIZE INTO WS-REP-LINHA
                       END-STRING
                       CALL "REPWRITER" USING WS-REP
                       END-CALL
                   END-IF
               WHEN CPVALIDADE < WS-HOJE
                   ADD 1 TO WS-LT-VENCIDO
               WHEN OTHER
                   ADD 1 TO WS-LT-ABERTO
           END-EVALUATE.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM CUPOM.
