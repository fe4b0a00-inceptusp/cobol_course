       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKLIST.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFILME.
               COPY FCLOCALCOP.
               COPY FCRESERVA.
               COPY FCSUGTRANSF.
               COPY FCRECALL.
               COPY FCRMA.
               COPY FCENTREGA.
               SELECT WORK-PICK ASSIGN TO "WRKPICK.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDLOCALCOP.
           COPY FDRESERVA.
           COPY FDSUGTRANSF.
           COPY FDRECALL.
           COPY FDRMA.
           COPY FDENTREGA.
           SD WORK-PICK.
           01 WPK-REG.
               05 WPK-FILIAL PIC 9(2).
               05 WPK-SEMLOC PIC X(1).
               05 WPK-LOCAL PIC X(10).
               05 WPK-FCOD PIC 9(4).
               05 WPK-FCOPIA PIC 9(2).
               05 WPK-FNOME PIC X(30).
               05 WPK-MOTIVO PIC X(9).
               05 WPK-DETALHE PIC X(40).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-DATA PIC 9(8).
           77 WS-LOC-OK PIC X(1) VALUE "N".
           77 WS-FILIAL-ANT PIC 9(2).
           77 WS-LOCAL-ANT PIC X(10).
           77 WS-PRIMEIRO PIC X(1).
           77 WS-I PIC 9(1).
           77 WS-MOTIVO PIC X(9).
           77 WS-DETALHE PIC X(40).
           77 WS-CONT-ITENS PIC 9(5) VALUE ZERO.
           77 WS-CONT-FILIAL PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM <> SPACES
               IF WS-PARM (1:8) IS NOT NUMERIC
                   DISPLAY "USO: ./PICKLIST [AAAAMMDD]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-PARM (1:8) TO WS-DATA
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ACERVO NAO ENCONTRADO"
               CLOSE ARQ-FILMES
               STOP RUN RETURNING 8
           END-IF.
           OPEN INPUT ARQ-LOCALCOP.
           IF WS-FS = 0
               MOVE "S" TO WS-LOC-OK
           END-IF.
           SORT WORK-PICK ON ASCENDING KEY WPK-FILIAL
               ASCENDING KEY WPK-SEMLOC
               ASCENDING KEY WPK-LOCAL
               ASCENDING KEY WPK-FCOD
               ASCENDING KEY WPK-FCOPIA
               INPUT PROCEDURE IS COLETA-ITENS-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-LISTA-PROCEDURE.
           IF WS-LOC-OK = "S"
               CLOSE ARQ-LOCALCOP
           END-IF.
           CLOSE ARQ-FILMES.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-CONT-ITENS
               " COPIA(S) A SEPARAR".
           STOP RUN RETURNING WS-RC.
       COLETA-ITENS-PROCEDURE.
           PERFORM COLETA-RESERVAS-PROCEDURE.
           PERFORM COLETA-TRANSF-PROCEDURE.
           PERFORM COLETA-RECALL-PROCEDURE.
           PERFORM COLETA-RMA-PROCEDURE.
           PERFORM COLETA-ENTREGAS-PROCEDURE.
       COLETA-RESERVAS-PROCEDURE.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS <> 0
               CLOSE ARQ-RESERVA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RESERVA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RSTATUS = "A"
                   MOVE RFCOD TO FCOD
                   MOVE RCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY MOVE SPACE TO FSTATUS
                   END-READ
                   IF FSTATUS = "V"
                       MOVE "RESERVA" TO WS-MOTIVO
                       MOVE SPACES TO WS-DETALHE
                       STRING "CPF " RCPF " RETIRA ATE " RDTLIMITE
                           DELIMITED BY SIZE INTO WS-DETALHE
                       END-STRING
                       PERFORM LIBERA-ITEM-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESERVA.
       COLETA-TRANSF-PROCEDURE.
           OPEN INPUT ARQ-SUGTRANSF.
           IF WS-FS2 <> 0
               CLOSE ARQ-SUGTRANSF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-SUGTRANSF
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND STSTATUS = "P"
                   MOVE STFCOD TO FCOD
                   MOVE STFCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY MOVE "X" TO FSTATUS
                   END-READ
                   IF FSTATUS = SPACE AND FACPF = ZEROES
                       AND FFILIAL = STORIGEM
                       MOVE "TRANSFER." TO WS-MOTIVO
                       MOVE SPACES TO WS-DETALHE
                       STRING "ENVIAR P/ FILIAL " STDESTINO
                           DELIMITED BY SIZE INTO WS-DETALHE
                       END-STRING
                       PERFORM LIBERA-ITEM-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-SUGTRANSF.
       COLETA-RECALL-PROCEDURE.
           OPEN INPUT ARQ-RECALL.
           IF WS-FS <> 0
               CLOSE ARQ-RECALL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RECALL NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RLSTATUS = "A"
                   PERFORM COLETA-RECALL-COPIAS-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECALL.
       COLETA-RECALL-COPIAS-PROCEDURE.
           MOVE RLFCOD TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF FCOD <> RLFCOD
                       MOVE "Y" TO WS-EOF2
                   ELSE
                       IF FSTATUS = SPACE AND FACPF = ZEROES
                           MOVE "RECALL" TO WS-MOTIVO
                           MOVE RLMOTIVO TO WS-DETALHE
                           PERFORM LIBERA-ITEM-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       COLETA-RMA-PROCEDURE.
           OPEN INPUT ARQ-RMA.
           IF WS-FS <> 0
               CLOSE ARQ-RMA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RMA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RMSTATUS = "A"
                   MOVE RMFCOD TO FCOD
                   MOVE RMFCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY MOVE SPACE TO FSTATUS
                   END-READ
                   IF FSTATUS = "M"
                       MOVE "RMA" TO WS-MOTIVO
                       MOVE SPACES TO WS-DETALHE
                       STRING "RMA " RMNUM " FORNECEDOR " RMFORN
                           DELIMITED BY SIZE INTO WS-DETALHE
                       END-STRING
                       PERFORM LIBERA-ITEM-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RMA.
       COLETA-ENTREGAS-PROCEDURE.
           OPEN INPUT ARQ-ENTREGA.
           IF WS-FS <> 0
               CLOSE ARQ-ENTREGA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ENTREGA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ENTIPO = "E" AND ENSTATUS = "A"
                   AND ENDATA NOT > WS-DATA
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ENQTD
                       PERFORM COLETA-ENTREGA-ITEM-PROCEDURE
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE ARQ-ENTREGA.
       COLETA-ENTREGA-ITEM-PROCEDURE.
           MOVE ENFCOD (WS-I) TO FCOD.
           MOVE ENFCOPIA (WS-I) TO FCOPIA.
           READ ARQ-FILMES
               INVALID KEY MOVE SPACE TO FSTATUS
           END-READ.
           IF FSTATUS = "E"
               MOVE "ENTREGA" TO WS-MOTIVO
               MOVE SPACES TO WS-DETALHE
               STRING "PEDIDO " ENNUM " DIA " ENDATA
                   DELIMITED BY SIZE INTO WS-DETALHE
               END-STRING
               PERFORM LIBERA-ITEM-PROCEDURE
           END-IF.
       LIBERA-ITEM-PROCEDURE.
           MOVE FFILIAL TO WPK-FILIAL.
           MOVE FCOD TO WPK-FCOD.
           MOVE FCOPIA TO WPK-FCOPIA.
           MOVE FNOME TO WPK-FNOME.
           MOVE WS-MOTIVO TO WPK-MOTIVO.
           MOVE WS-DETALHE TO WPK-DETALHE.
           MOVE "1" TO WPK-SEMLOC.
           MOVE "SEM LOCAL" TO WPK-LOCAL.
           IF WS-LOC-OK = "S"
               MOVE FCOD TO LCFCOD
               MOVE FCOPIA TO LCFCOPIA
               READ ARQ-LOCALCOP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCFILIAL = FFILIAL AND LCLOCAL <> SPACES
                           MOVE "0" TO WPK-SEMLOC
                           MOVE LCLOCAL TO WPK-LOCAL
                       END-IF
               END-READ
           END-IF.
           RELEASE WPK-REG.
       GRAVA-LISTA-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "PICKLIST." WS-DATA ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "LISTA DE SEPARACAO " WS-DATA
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "LOCAL      FILME-CP TITULO"
               "                         MOTIVO    DETALHE"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE "S" TO WS-PRIMEIRO.
           RETURN WORK-PICK
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PRIMEIRO = "S" OR WPK-FILIAL <> WS-FILIAL-ANT
                   IF WS-PRIMEIRO = "N"
                       PERFORM TOTAL-FILIAL-PROCEDURE
                   END-IF
                   PERFORM CABECALHO-FILIAL-PROCEDURE
                   MOVE "N" TO WS-PRIMEIRO
               END-IF
               PERFORM GRAVA-ITEM-PROCEDURE
               RETURN WORK-PICK
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM TOTAL-FILIAL-PROCEDURE
           ELSE
               MOVE "NENHUMA COPIA A SEPARAR" TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CABECALHO-FILIAL-PROCEDURE.
           MOVE WPK-FILIAL TO WS-FILIAL-ANT.
           MOVE SPACES TO WS-LOCAL-ANT.
           MOVE ZERO TO WS-CONT-FILIAL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "FILIAL " WPK-FILIAL
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-ITEM-PROCEDURE.
           ADD 1 TO WS-CONT-ITENS.
           ADD 1 TO WS-CONT-FILIAL.
           MOVE SPACES TO WS-REP-LINHA.
           IF WPK-LOCAL = WS-LOCAL-ANT
               STRING "           " WPK-FCOD "-" WPK-FCOPIA "  "
                   WPK-FNOME " " WPK-MOTIVO " " WPK-DETALHE
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               MOVE WPK-LOCAL TO WS-LOCAL-ANT
               STRING WPK-LOCAL " " WPK-FCOD "-" WPK-FCOPIA "  "
                   WPK-FNOME " " WPK-MOTIVO " " WPK-DETALHE
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       TOTAL-FILIAL-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  COPIAS A SEPARAR NA FILIAL: " WS-CONT-FILIAL
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM PICKLIST.
