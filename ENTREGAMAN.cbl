       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAMAN.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCENTREGA.
               COPY FCARQCLIENTES.
               COPY FCFILME.
               COPY FCFUNCIONARIOS.
               SELECT WORK-ROTA ASSIGN TO "WRKENT.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDENTREGA.
           COPY FDARQCLIENTES.
           COPY FDFILME.
           COPY FDFUNCIONARIOS.
           SD WORK-ROTA.
           01 WRO-REG.
               05 WRO-ENTREG PIC 9(5).
               05 WRO-BAIRRO PIC X(50).
               05 WRO-JANINI PIC 9(4).
               05 WRO-NUM PIC 9(6).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-DATA PIC 9(8).
           77 WS-CLI-OK PIC X(1) VALUE "N".
           77 WS-FIL-OK PIC X(1) VALUE "N".
           77 WS-FUN-OK PIC X(1) VALUE "N".
           77 WS-ENTREG-ANT PIC 9(5).
           77 WS-BAIRRO-ANT PIC X(50).
           77 WS-PRIMEIRO PIC X(1).
           77 WS-NOME PIC X(30).
           77 WS-TIPO-DESC PIC X(7).
           77 WS-I PIC 9(1).
           77 WS-CONT-PARADAS PIC 9(5) VALUE ZERO.
           77 WS-CONT-ENTREG PIC 9(3) VALUE ZERO.
           77 WS-CE-PARADAS PIC 9(4).
           77 WS-CE-TAXAS PIC 9(7)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM <> SPACES
               IF WS-PARM (1:8) IS NOT NUMERIC
                   DISPLAY "USO: ./ENTREGAMAN [AAAAMMDD]"
                   STOP RUN RETURNING 8
               END-IF
               MOVE WS-PARM (1:8) TO WS-DATA
           END-IF.
           OPEN INPUT ARQ-ENTREGA.
           IF WS-FS <> 0
               DISPLAY "SEM PEDIDOS DE ENTREGA CADASTRADOS"
               CLOSE ARQ-ENTREGA
               STOP RUN RETURNING 0
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE "S" TO WS-CLI-OK
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS = 0
               MOVE "S" TO WS-FIL-OK
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE "S" TO WS-FUN-OK
           END-IF.
           SORT WORK-ROTA ON ASCENDING KEY WRO-ENTREG
               ASCENDING KEY WRO-BAIRRO
               ASCENDING KEY WRO-JANINI
               ASCENDING KEY WRO-NUM
               INPUT PROCEDURE IS COLETA-PEDIDOS-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-MANIFESTO-PROCEDURE.
           IF WS-FUN-OK = "S"
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
           IF WS-FIL-OK = "S"
               CLOSE ARQ-FILMES
           END-IF.
           IF WS-CLI-OK = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           CLOSE ARQ-ENTREGA.
           DISPLAY WS-REP-ARQUIVO " GERADO, " WS-CONT-PARADAS
               " PARADA(S) PARA " WS-CONT-ENTREG " ENTREGADOR(ES)".
           STOP RUN RETURNING WS-RC.
       COLETA-PEDIDOS-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ENTREGA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ENDATA = WS-DATA
                   AND ENSTATUS = "A"
                   MOVE ENENTREG TO WRO-ENTREG
                   MOVE ENBAIRRO TO WRO-BAIRRO
                   MOVE ENJANINI TO WRO-JANINI
                   MOVE ENNUM TO WRO-NUM
                   RELEASE WRO-REG
               END-IF
           END-PERFORM.
       GRAVA-MANIFESTO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "ENTREGAMAN." WS-DATA ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "MANIFESTO DE ROTA " WS-DATA
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "PEDIDO TIPO    JANELA    CLIENTE"
               "                        ENDERECO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE "S" TO WS-PRIMEIRO.
           RETURN WORK-ROTA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PRIMEIRO = "S" OR WRO-ENTREG <> WS-ENTREG-ANT
                   IF WS-PRIMEIRO = "N"
                       PERFORM TOTAL-ENTREGADOR-PROCEDURE
                   END-IF
                   PERFORM CABECALHO-ENTREGADOR-PROCEDURE
                   MOVE "N" TO WS-PRIMEIRO
               END-IF
               IF WRO-BAIRRO <> WS-BAIRRO-ANT
                   MOVE WRO-BAIRRO TO WS-BAIRRO-ANT
                   MOVE SPACES TO WS-REP-LINHA
                   STRING "  BAIRRO: " WRO-BAIRRO
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
               PERFORM GRAVA-PARADA-PROCEDURE
               RETURN WORK-ROTA
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
               PERFORM TOTAL-ENTREGADOR-PROCEDURE
           ELSE
               MOVE "NENHUMA ENTREGA OU COLETA AGENDADA PARA A DATA"
                   TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CABECALHO-ENTREGADOR-PROCEDURE.
           MOVE WRO-ENTREG TO WS-ENTREG-ANT.
           MOVE SPACES TO WS-BAIRRO-ANT.
           MOVE ZERO TO WS-CE-PARADAS.
           MOVE ZERO TO WS-CE-TAXAS.
           ADD 1 TO WS-CONT-ENTREG.
           MOVE SPACES TO WS-NOME.
           IF WS-FUN-OK = "S"
               MOVE WRO-ENTREG TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE EMPNOME TO WS-NOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           STRING "ENTREGADOR " WRO-ENTREG " " WS-NOME
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-PARADA-PROCEDURE.
           MOVE WRO-NUM TO ENNUM.
           READ ARQ-ENTREGA
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CONT-PARADAS.
           ADD 1 TO WS-CE-PARADAS.
           ADD ENTAXA TO WS-CE-TAXAS.
           IF ENTIPO = "E"
               MOVE "ENTREGA" TO WS-TIPO-DESC
           ELSE
               MOVE "COLETA" TO WS-TIPO-DESC
           END-IF.
           MOVE SPACES TO WS-NOME.
           MOVE SPACES TO CRUA.
           MOVE ZEROES TO CNUM.
           IF WS-CLI-OK = "S"
               MOVE ENCPF TO CCPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CRUA
                       MOVE ZEROES TO CNUM
                   NOT INVALID KEY
                       MOVE CNOME TO WS-NOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING ENNUM " " WS-TIPO-DESC " " ENJANINI "-" ENJANFIM
               " " WS-NOME " " CRUA (1:35) ", " CNUM " CEP " ENCEP
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ENQTD
               PERFORM GRAVA-ITEM-PROCEDURE
           END-PERFORM.
           IF ENTIPO = "E" AND ENTAXA > ZEROES
               MOVE SPACES TO WS-REP-LINHA
               STRING "         TAXA DE ENTREGA A COBRAR " ENTAXA
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       GRAVA-ITEM-PROCEDURE.
           MOVE SPACES TO FNOME.
           IF WS-FIL-OK = "S"
               MOVE ENFCOD (WS-I) TO FCOD
               MOVE ENFCOPIA (WS-I) TO FCOPIA
               READ ARQ-FILMES
                   INVALID KEY MOVE SPACES TO FNOME
               END-READ
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "         " ENFCOD (WS-I) "-" ENFCOPIA (WS-I) " "
               FNOME
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       TOTAL-ENTREGADOR-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  PARADAS: " WS-CE-PARADAS
               "  TAXAS A COBRAR: " WS-CE-TAXAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM ENTREGAMAN.
