       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCRECALL.
               COPY FCFILME.
               COPY FCRESERVA.
               COPY FCRMA.
               COPY FCSEQUENCIA.
               COPY FCFUNCIONARIOS.
               COPY FCARQCLIENTES.
               COPY FCCONSENT.
               COPY FCCONTATO.
               COPY FCTREINO.
               SELECT ARQ-PEDIDO ASSIGN TO "PEDIDO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEDNUM
                   FILE STATUS IS WS-FS.
               SELECT ARQ-PEDITEM ASSIGN TO "PEDITEM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PICHAVE
                   FILE STATUS IS WS-FS.
               SELECT ARQ-OUTBOX ASSIGN TO "OUTBOX.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDRECALL.
           COPY FDFILME.
           COPY FDRESERVA.
           COPY FDRMA.
           COPY FDSEQUENCIA.
           COPY FDFUNCIONARIOS.
           COPY FDARQCLIENTES.
           COPY FDCONSENT.
           COPY FDCONTATO.
           COPY FDTREINO.
           FD ARQ-PEDIDO.
           01 REG-PEDIDO.
               05 PEDNUM PIC 9(6).
               05 PEDFORN PIC 9(4).
               05 PEDDATA PIC 9(8).
               05 PEDSTATUS PIC X(1).
           FD ARQ-PEDITEM.
           01 REG-PEDITEM.
               05 PICHAVE.
                   10 PINUM PIC 9(6).
                   10 PISEQ PIC 9(3).
               05 PIFCOD PIC 9(4).
               05 PIFNOME PIC X(50).
               05 PICATEGORIA PIC X(10).
               05 PIFAIXA PIC X(10).
               05 PIQTDE PIC 9(2).
               05 PICUSTO PIC 9(7)V99.
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
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-EOF-RL PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-COD PIC X(4).
           77 WS-HOJE PIC 9(8).
           77 WS-COD PIC 9(4).
           77 WS-FNOME PIC X(50).
           77 WS-ORIGEM PIC X(1).
           77 WS-MOTIVO PIC X(40).
           77 WS-CONFIRMA PIC X(1).
           77 WS-NOVO PIC X(1).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-SUP-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-RL-FORN PIC 9(4).
           77 WS-RL-PEDIDO PIC 9(6).
           77 WS-RL-SEQ PIC 9(3).
           77 WS-RL-PEDDATA PIC 9(8).
           77 WS-FORN-INF PIC 9(4).
           77 WS-RMA-NUM PIC 9(6).
           77 WS-RETIRA PIC X(1).
           77 WS-SITUACAO PIC X(14).
           77 WS-CN-OK PIC X(1).
           77 WS-CLI-OK PIC X(1).
           77 WS-CLI-NOME PIC X(30).
           77 WS-I PIC 9(3).
           77 WS-J PIC 9(3).
           77 WS-FIL PIC 9(2).
           77 WS-CONT-RES PIC 9(5).
           77 WS-CONT-RETIRADAS PIC 9(5).
           77 WS-CONT-AVISOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-SUPR PIC 9(5) VALUE ZERO.
           77 WS-CONT-CARTAS PIC 9(5) VALUE ZERO.
           77 WS-CONT-ABERTOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-CONCLUIDOS PIC 9(5) VALUE ZERO.
           01 WS-QT.
               05 WS-QT-TOTAL PIC 9(3).
               05 WS-QT-CLIENTE PIC 9(3).
               05 WS-QT-RMA PIC 9(3).
               05 WS-QT-PERDIDA PIC 9(3).
               05 WS-QT-VENDIDA PIC 9(3).
               05 WS-QT-TRANSITO PIC 9(3).
               05 WS-QT-PENDENTE PIC 9(3).
           01 WS-CP-TABELA.
               05 WS-CP-QTD PIC 9(3).
               05 WS-CP-REG OCCURS 99 TIMES.
                   10 WS-CP-FCOPIA PIC 9(2).
                   10 WS-CP-FILIAL PIC 9(2).
                   10 WS-CP-SITUACAO PIC X(14).
                   10 WS-CP-CPF PIC 9(11).
                   10 WS-CP-DTDEV PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           MOVE SPACES TO WS-PARM-COD.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP WS-PARM-COD
           END-UNSTRING.
           EVALUATE WS-PARM-OP
               WHEN "ABRE"
                   PERFORM ABERTURA-PROCEDURE
               WHEN "LISTA"
                   PERFORM LISTA-PROCEDURE
               WHEN SPACES
                   PERFORM ACOMPANHAMENTO-PROCEDURE
               WHEN OTHER
                   DISPLAY "USO: ./RECALL [ABRE | LISTA CODIGO]"
                   MOVE 8 TO WS-RC
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       RECALL-ABRIR-PROCEDURE.
           OPEN I-O ARQ-RECALL.
           IF WS-FS = "35"
               CLOSE ARQ-RECALL
               OPEN OUTPUT ARQ-RECALL
               CLOSE ARQ-RECALL
               OPEN I-O ARQ-RECALL
           END-IF.
       RMA-ABRIR-PROCEDURE.
           OPEN I-O ARQ-RMA.
           IF WS-FS = "35"
               CLOSE ARQ-RMA
               OPEN OUTPUT ARQ-RMA
               CLOSE ARQ-RMA
               OPEN I-O ARQ-RMA
           END-IF.
       VALIDA-SUPERVISOR-PROCEDURE.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY "GERENTE: ".
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
       ABERTURA-PROCEDURE.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "RECOLHIMENTO NEGADO"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO TITULO A RECOLHER: ".
           ACCEPT WS-COD.
           PERFORM BUSCA-TITULO-PROCEDURE.
           IF WS-FNOME = SPACES
               DISPLAY "TITULO NAO ENCONTRADO NO ACERVO"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TITULO: " WS-FNOME.
           PERFORM RECALL-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR RECALL, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD TO RLFCOD.
           READ ARQ-RECALL
               INVALID KEY
                   MOVE "S" TO WS-NOVO
               NOT INVALID KEY
                   MOVE "N" TO WS-NOVO
           END-READ.
           IF WS-NOVO = "N" AND RLSTATUS = "A"
               DISPLAY "TITULO JA ESTA EM RECOLHIMENTO DESDE " RLDATA
               CLOSE ARQ-RECALL
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ORIGEM (D=DISTRIBUIDORA J=ORDEM JUDICIAL"
               " O=OUTRA): ".
           ACCEPT WS-ORIGEM.
           PERFORM UNTIL WS-ORIGEM = "D" OR WS-ORIGEM = "J"
               OR WS-ORIGEM = "O"
               DISPLAY "ORIGEM INVALIDA! DIGITE D, J OU O: "
               ACCEPT WS-ORIGEM
           END-PERFORM.
           DISPLAY "MOTIVO: ".
           ACCEPT WS-MOTIVO.
           PERFORM BUSCA-FORNECEDOR-PROCEDURE.
           IF WS-RL-FORN > ZERO
               DISPLAY "ULTIMA COMPRA: PEDIDO " WS-RL-PEDIDO
                   " ITEM " WS-RL-SEQ " FORNECEDOR " WS-RL-FORN
               DISPLAY "FORNECEDOR DA RMA (0 = MANTER): "
           ELSE
               DISPLAY "TITULO SEM PEDIDO DE COMPRA REGISTRADO"
               DISPLAY "FORNECEDOR DA RMA: "
           END-IF.
           ACCEPT WS-FORN-INF.
           IF WS-FORN-INF > ZERO
               MOVE WS-FORN-INF TO WS-RL-FORN
           END-IF.
           DISPLAY "CONFIRMA O RECOLHIMENTO DO TITULO (S/N)? ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA <> "S" AND WS-CONFIRMA <> "s"
               DISPLAY "RECOLHIMENTO CANCELADO"
               CLOSE ARQ-RECALL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD TO RLFCOD.
           MOVE WS-FNOME TO RLFNOME.
           MOVE WS-HOJE TO RLDATA.
           MOVE WS-ORIGEM TO RLORIGEM.
           MOVE WS-MOTIVO TO RLMOTIVO.
           MOVE WS-RL-FORN TO RLFORN.
           MOVE WS-RL-PEDIDO TO RLPEDIDO.
           MOVE WS-RL-SEQ TO RLSEQ.
           MOVE WS-SUP-EMPID TO RLEMPID.
           MOVE "A" TO RLSTATUS.
           MOVE ZEROES TO RLAVISO.
           MOVE ZEROES TO RLDTFIM.
           IF WS-NOVO = "S"
               WRITE REG-RECALL
           ELSE
               REWRITE REG-RECALL
           END-IF.
           CLOSE ARQ-RECALL.
           PERFORM CANCELA-RESERVAS-PROCEDURE.
           PERFORM RETIRA-COPIAS-PROCEDURE.
           DISPLAY "TITULO " WS-COD " BLOQUEADO PARA ALUGUEL".
           DISPLAY WS-CONT-RES " RESERVA(S) CANCELADA(S), "
               WS-CONT-RETIRADAS " COPIA(S) RETIRADA(S) EM RMA".
           DISPLAY "AVISOS AOS CLIENTES SAEM NO PROXIMO PROCESSAMENTO".
           PERFORM GERA-LISTA-PROCEDURE.
       BUSCA-TITULO-PROCEDURE.
           MOVE SPACES TO WS-FNOME.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           IF WS-EOF = "N"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FCOD = WS-COD
                   MOVE FNOME TO WS-FNOME
               END-IF
           END-IF.
           CLOSE ARQ-FILMES.
       BUSCA-FORNECEDOR-PROCEDURE.
           MOVE ZEROES TO WS-RL-FORN.
           MOVE ZEROES TO WS-RL-PEDIDO.
           MOVE ZEROES TO WS-RL-SEQ.
           MOVE ZEROES TO WS-RL-PEDDATA.
           OPEN INPUT ARQ-PEDITEM.
           IF WS-FS <> 0
               CLOSE ARQ-PEDITEM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PEDIDO.
           IF WS-FS <> 0
               CLOSE ARQ-PEDIDO
               CLOSE ARQ-PEDITEM
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PEDITEM NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PIFCOD = WS-COD
                   MOVE PINUM TO PEDNUM
                   READ ARQ-PEDIDO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PEDDATA >= WS-RL-PEDDATA
                               MOVE PEDDATA TO WS-RL-PEDDATA
                               MOVE PEDFORN TO WS-RL-FORN
                               MOVE PINUM TO WS-RL-PEDIDO
                               MOVE PISEQ TO WS-RL-SEQ
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-PEDIDO.
           CLOSE ARQ-PEDITEM.
       CANCELA-RESERVAS-PROCEDURE.
           MOVE ZERO TO WS-CONT-RES.
           OPEN I-O ARQ-RESERVA.
           IF WS-FS <> 0
               CLOSE ARQ-RESERVA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD TO RFCOD.
           MOVE ZEROES TO RSEQ.
           START ARQ-RESERVA KEY IS NOT LESS THAN RCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RESERVA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF RFCOD = WS-COD
                       IF RSTATUS = "P" OR RSTATUS = "A"
                           MOVE "R" TO RSTATUS
                           REWRITE REG-RESERVA
                           ADD 1 TO WS-CONT-RES
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESERVA.
       RETIRA-COPIAS-PROCEDURE.
           MOVE ZERO TO WS-CONT-RETIRADAS.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM RMA-ABRIR-PROCEDURE.
           MOVE "S" TO WS-RETIRA.
           PERFORM VARRE-COPIAS-PROCEDURE.
           CLOSE ARQ-RMA.
           CLOSE ARQ-FILMES.
       VARRE-COPIAS-PROCEDURE.
           INITIALIZE WS-QT.
           MOVE ZERO TO WS-CP-QTD.
           MOVE WS-COD TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF FCOD = WS-COD
                       PERFORM CLASSIFICA-COPIA-PROCEDURE
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-QT-PENDENTE = WS-QT-TOTAL - WS-QT-RMA
               - WS-QT-PERDIDA - WS-QT-VENDIDA.
       CLASSIFICA-COPIA-PROCEDURE.
           ADD 1 TO WS-QT-TOTAL.
           EVALUATE TRUE
               WHEN FSTATUS = "X"
                   MOVE "VENDIDA" TO WS-SITUACAO
                   ADD 1 TO WS-QT-VENDIDA
               WHEN FSTATUS = "P"
                   MOVE "PERDIDA" TO WS-SITUACAO
                   ADD 1 TO WS-QT-PERDIDA
               WHEN FSTATUS = "M"
                   MOVE "EM RMA" TO WS-SITUACAO
                   ADD 1 TO WS-QT-RMA
               WHEN FACPF <> ZEROES
                   MOVE "COM CLIENTE" TO WS-SITUACAO
                   ADD 1 TO WS-QT-CLIENTE
               WHEN FSTATUS = "T"
                   MOVE "EM TRANSITO" TO WS-SITUACAO
                   ADD 1 TO WS-QT-TRANSITO
               WHEN FSTATUS = "E"
                   MOVE "P/ ENTREGA" TO WS-SITUACAO
                   ADD 1 TO WS-QT-CLIENTE
               WHEN OTHER
                   IF WS-RETIRA = "S"
                       PERFORM GERA-RMA-PROCEDURE
                       MOVE "RETIRADA P/RMA" TO WS-SITUACAO
                       ADD 1 TO WS-QT-RMA
                       ADD 1 TO WS-CONT-RETIRADAS
                   ELSE
                       MOVE "NA PRATELEIRA" TO WS-SITUACAO
                   END-IF
           END-EVALUATE.
           IF WS-CP-QTD < 99
               ADD 1 TO WS-CP-QTD
               MOVE FCOPIA TO WS-CP-FCOPIA (WS-CP-QTD)
               MOVE FFILIAL TO WS-CP-FILIAL (WS-CP-QTD)
               MOVE WS-SITUACAO TO WS-CP-SITUACAO (WS-CP-QTD)
               MOVE FACPF TO WS-CP-CPF (WS-CP-QTD)
               MOVE FDTDEV TO WS-CP-DTDEV (WS-CP-QTD)
           END-IF.
       GERA-RMA-PROCEDURE.
           MOVE "M" TO FSTATUS.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM PROXIMA-RMA-PROCEDURE.
           MOVE WS-RMA-NUM TO RMNUM.
           MOVE WS-RL-PEDIDO TO RMPEDIDO.
           MOVE WS-RL-SEQ TO RMSEQ.
           MOVE FCOD TO RMFCOD.
           MOVE FCOPIA TO RMFCOPIA.
           MOVE WS-RL-FORN TO RMFORN.
           MOVE WS-HOJE TO RMDATA.
           MOVE "A" TO RMSTATUS.
           MOVE FCUSTO TO RMVALOR.
           MOVE ZEROES TO RMCREDITO.
           MOVE ZEROES TO RMCREDDATA.
           WRITE REG-RMA
               INVALID KEY REWRITE REG-RMA
           END-WRITE.
       PROXIMA-RMA-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "A" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO WS-RMA-NUM.
           CLOSE ARQ-SEQUENCIA.
       LISTA-PROCEDURE.
           IF WS-PARM-COD IS NUMERIC
               MOVE WS-PARM-COD TO WS-COD
           ELSE
               DISPLAY "CODIGO DO TITULO: "
               ACCEPT WS-COD
           END-IF.
           OPEN INPUT ARQ-RECALL.
           IF WS-FS <> 0
               DISPLAY "NENHUM RECOLHIMENTO REGISTRADO"
               CLOSE ARQ-RECALL
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD TO RLFCOD.
           READ ARQ-RECALL
               INVALID KEY
                   DISPLAY "TITULO SEM RECOLHIMENTO REGISTRADO"
                   CLOSE ARQ-RECALL
                   MOVE 4 TO WS-RC
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-RECALL.
           PERFORM GERA-LISTA-PROCEDURE.
       GERA-LISTA-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RETIRA.
           PERFORM VARRE-COPIAS-PROCEDURE.
           CLOSE ARQ-FILMES.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE "S" TO WS-CLI-OK
           ELSE
               MOVE "N" TO WS-CLI-OK
               CLOSE ARQ-CLIENTES
           END-IF.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "RECALL." WS-COD ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "COPIAS DO TITULO EM RECOLHIMENTO" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FILIAL COPIA SITUACAO       CLIENTE     NOME"
               "                           DEVOLUCAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TITULO " RLFCOD " " RLFNOME " DESDE " RLDATA
               " ORIGEM " RLORIGEM " FORNECEDOR " RLFORN
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "MOTIVO: " RLMOTIVO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-I FROM 0 BY 1 UNTIL WS-I > 99
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CP-QTD
                   IF WS-CP-FILIAL (WS-J) = WS-I
                       PERFORM GRAVA-LINHA-COPIA-PROCEDURE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM GRAVA-TOTAIS-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CLI-OK = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           DISPLAY WS-REP-ARQUIVO " GERADO".
       GRAVA-LINHA-COPIA-PROCEDURE.
           MOVE SPACES TO WS-CLI-NOME.
           IF WS-CP-CPF (WS-J) <> ZEROES AND WS-CLI-OK = "S"
               MOVE WS-CP-CPF (WS-J) TO CCPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNOME TO WS-CLI-NOME
               END-READ
           END-IF.
           MOVE WS-CP-FILIAL (WS-J) TO WS-FIL.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-CP-CPF (WS-J) <> ZEROES
               STRING "  " WS-FIL "     " WS-CP-FCOPIA (WS-J) "   "
                   WS-CP-SITUACAO (WS-J) " " WS-CP-CPF (WS-J) " "
                   WS-CLI-NOME " " WS-CP-DTDEV (WS-J)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING "  " WS-FIL "     " WS-CP-FCOPIA (WS-J) "   "
                   WS-CP-SITUACAO (WS-J)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-TOTAIS-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "COPIAS=" WS-QT-TOTAL " EM RMA=" WS-QT-RMA
               " PERDIDAS=" WS-QT-PERDIDA " VENDIDAS=" WS-QT-VENDIDA
               " COM CLIENTE=" WS-QT-CLIENTE
               " EM TRANSITO=" WS-QT-TRANSITO
               " PENDENTES=" WS-QT-PENDENTE
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       ACOMPANHAMENTO-PROCEDURE.
           OPEN I-O ARQ-RECALL.
           IF WS-FS <> 0
               DISPLAY "NENHUM RECOLHIMENTO REGISTRADO"
               CLOSE ARQ-RECALL
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               CLOSE ARQ-RECALL
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM RMA-ABRIR-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE "S" TO WS-CLI-OK
           ELSE
               MOVE "N" TO WS-CLI-OK
               CLOSE ARQ-CLIENTES
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
           MOVE "RECALLREL.TXT" TO WS-REP-ARQUIVO.
           MOVE "ACOMPANHAMENTO DE RECOLHIMENTOS" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "TITULO NOME                      DESDE    ORIG"
               " FORN COPIAS RMA PERD VEND CLIEN TRANS PEND SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE ZEROES TO RLFCOD.
           START ARQ-RECALL KEY IS GREATER THAN RLFCOD
               INVALID KEY MOVE "Y" TO WS-EOF-RL
               NOT INVALID KEY MOVE "N" TO WS-EOF-RL
           END-START.
           PERFORM UNTIL WS-EOF-RL = "Y"
               READ ARQ-RECALL NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-RL
               END-READ
               IF WS-EOF-RL = "N" AND RLSTATUS = "A"
                   PERFORM ACOMPANHA-TITULO-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-FS2 = 0 AND WS-TREINO = "N"
               CLOSE ARQ-OUTBOX
           END-IF.
           IF WS-CLI-OK = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           CLOSE ARQ-RMA.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-RECALL.
           DISPLAY "RECALL: " WS-CONT-ABERTOS " EM ANDAMENTO, "
               WS-CONT-CONCLUIDOS " CONCLUIDO(S), "
               WS-CONT-AVISOS " AVISO(S) NA FILA, "
               WS-CONT-CARTAS " POR CARTA, "
               WS-CONT-SUPR " SUPRIMIDO(S) SEM CONSENTIMENTO".
       ACOMPANHA-TITULO-PROCEDURE.
           MOVE RLFCOD TO WS-COD.
           MOVE RLFORN TO WS-RL-FORN.
           MOVE RLPEDIDO TO WS-RL-PEDIDO.
           MOVE RLSEQ TO WS-RL-SEQ.
           MOVE "S" TO WS-RETIRA.
           PERFORM VARRE-COPIAS-PROCEDURE.
           IF RLAVISO = ZEROES
               PERFORM AVISA-PORTADORES-PROCEDURE
               PERFORM AVISA-RESERVAS-PROCEDURE
               MOVE WS-HOJE TO RLAVISO
           END-IF.
           IF WS-QT-PENDENTE = ZERO
               MOVE "E" TO RLSTATUS
               MOVE WS-HOJE TO RLDTFIM
               MOVE "CONCLUIDO" TO WS-SITUACAO
               ADD 1 TO WS-CONT-CONCLUIDOS
           ELSE
               MOVE "EM ANDAMENTO" TO WS-SITUACAO
               ADD 1 TO WS-CONT-ABERTOS
           END-IF.
           REWRITE REG-RECALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING RLFCOD "   " RLFNOME (1:25) " " RLDATA " "
               RLORIGEM "    " RLFORN " " WS-QT-TOTAL "    "
               WS-QT-RMA " " WS-QT-PERDIDA "  " WS-QT-VENDIDA "  "
               WS-QT-CLIENTE "   " WS-QT-TRANSITO "   "
               WS-QT-PENDENTE "  " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CP-QTD
               IF WS-CP-SITUACAO (WS-J) = "COM CLIENTE"
                   OR WS-CP-SITUACAO (WS-J) = "EM TRANSITO"
                   PERFORM GRAVA-LINHA-COPIA-PROCEDURE
               END-IF
           END-PERFORM.
       AVISA-PORTADORES-PROCEDURE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CP-QTD
               IF WS-CP-CPF (WS-J) <> ZEROES
                   MOVE WS-CP-CPF (WS-J) TO OBCPF
                   MOVE "RECOLHIM" TO OBTEMPLATE
                   PERFORM GRAVA-OUTBOX-PROCEDURE
               END-IF
           END-PERFORM.
       AVISA-RESERVAS-PROCEDURE.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS <> 0
               CLOSE ARQ-RESERVA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COD TO RFCOD.
           MOVE ZEROES TO RSEQ.
           START ARQ-RESERVA KEY IS NOT LESS THAN RCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RESERVA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF RFCOD = WS-COD
                       IF RSTATUS = "R"
                           MOVE RCPF TO OBCPF
                           MOVE "RESCANCL" TO OBTEMPLATE
                           PERFORM GRAVA-OUTBOX-PROCEDURE
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESERVA.
       GRAVA-OUTBOX-PROCEDURE.
           IF WS-FS2 <> 0 OR WS-CLI-OK <> "S" OR WS-TREINO = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE OBCPF TO CCPF.
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO CTEL
                   MOVE SPACES TO CEMAIL
           END-READ.
           PERFORM ESCOLHE-CANAL-PROCEDURE.
           MOVE WS-HOJE TO OBDATA.
           MOVE ZEROES TO OBVALOR.
           MOVE ZEROES TO OBDIAS.
           MOVE SPACES TO OBREF.
           IF OBCANAL = SPACE
               MOVE "F" TO OBSTATUS
               WRITE REG-OUTBOX
               ADD 1 TO WS-CONT-CARTAS
               EXIT PARAGRAPH
           END-IF.
           MOVE OBCPF TO CNCPF.
           PERFORM CHECA-CONSENTIMENTO-PROCEDURE.
           IF WS-CN-OK <> "S"
               ADD 1 TO WS-CONT-SUPR
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO OBSTATUS.
           WRITE REG-OUTBOX.
           ADD 1 TO WS-CONT-AVISOS.
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
       JRN-ANTES-FILMES-PROCEDURE.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           READ ARQ-FILMES KEY IS FCHAVE
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-FILMES TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-FILMES.
           MOVE "R" TO WS-JRN-OP.
       JRN-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "RECALL" TO WS-JRN-PROGRAMA
               MOVE WS-SUP-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM RECALL.
