           FILE-CONTROL.
               COPY FCFILME.
               COPY FCFUNCIONARIOS.
               COPY FCATIVO.
               COPY FCDISCOS.
               COPY FCLOCALCOP.
               SELECT ARQ-CONTAGEM ASSIGN TO "CONTAGEM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               SELECT ARQ-SAIDA ASSIGN TO "INVENTARIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-FICHAS ASSIGN TO "FICHAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT WORK-FICHA ASSIGN TO "WRKFICHA.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDFUNCIONARIOS.
           COPY FDATIVO.
           COPY FDDISCOS.
           COPY FDLOCALCOP.
           FD ARQ-CONTAGEM.
           01 REG-CONTAGEM.
               05 CTCHAVE.
                   10 CTFCOD PIC 9(4).
                   10 CTFCOPIA PIC 9(2).
               05 CTDISCO-TAB.
                   10 CTDISCO PIC X(1) OCCURS 20 TIMES.
               05 CTLOCAL PIC X(10).
           FD ARQ-DIVERG.
           01 REG-DIVERG.
               05 DVTIPO PIC X(1).
               05 DVCUSTO PIC 9(7)V99.
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
           FD ARQ-FICHAS.
           01 FICHA-REG PIC X(120).
           SD WORK-FICHA.
           01 WFI-REG.
               05 WFI-FILIAL PIC 9(2).
               05 WFI-SEMLOC PIC X(1).
               05 WFI-LOCAL PIC X(10).
               05 WFI-FCOD PIC 9(4).
               05 WFI-FCOPIA PIC 9(2).
               05 WFI-FNOME PIC X(50).
               05 WFI-DISCOS PIC 9(2).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY ATIVOLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-CONT-FALTAS PIC 9(5) VALUE ZERO.
           77 WS-CONT-SOBRAS PIC 9(5) VALUE ZERO.
           77 WS-VAL-FALTAS PIC 9(9)V99 VALUE ZERO.
           77 WS-ATIVO-OK PIC X(1) VALUE "N".
           77 WS-VAL-CONTABIL PIC 9(7)V99.
           77 WS-HOJE PIC 9(8).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-SUP-OK PIC X(1).
           77 WS-RESP PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-DISCOS-OK PIC X(1) VALUE "N".
           77 WS-QTD-DISCOS PIC 9(2).
           77 WS-DISCO-ENT PIC 9(2).
           77 WS-DISCO PIC 9(2).
           77 WS-PARCIAL PIC X(1).
           77 WS-CONTADA PIC X(1).
           77 WS-CONT-ESPERADOS PIC 9(7) VALUE ZERO.
           77 WS-CONT-DISCOS PIC 9(7) VALUE ZERO.
           77 WS-CONT-FALTA-DISCO PIC 9(5) VALUE ZERO.
           77 WS-VAL-FALTA-DISCO PIC 9(9)V99 VALUE ZERO.
           77 WS-VAL-DISCO PIC 9(7)V99.
           77 WS-LOCAL-ENT PIC X(10).
           77 WS-LOCAL-CAD PIC X(10).
           77 WS-LOCAL-OK PIC X(1) VALUE "N".
           77 WS-CONT-LUGAR PIC 9(5) VALUE ZERO.
           77 WS-FILIAL-ENT PIC 9(2).
           77 WS-FILIAL-ANT PIC 9(2).
           77 WS-LOCAL-ANT PIC X(10).
           77 WS-PRIMEIRO PIC X(1).
           77 WS-CONT-FICHAS PIC 9(5) VALUE ZERO.
           01 WS-FALTA-TAB.
               05 WS-FALTA PIC X(1) OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INVENTARIO FISICO DO ACERVO".
           DISPLAY "(2) REGISTRAR ITENS CONTADOS".
           DISPLAY "(3) COMPARAR COM O CADASTRO".
           DISPLAY "(4) AJUSTAR DIVERGENCIAS".
           DISPLAY "(5) IMPRIMIR FICHAS DE CONTAGEM".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
                   PERFORM COMPARA-PROCEDURE
               WHEN 4
                   PERFORM AJUSTA-PROCEDURE
               WHEN 5
                   PERFORM FICHAS-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               CLOSE ARQ-CONTAGEM
               OPEN I-O ARQ-CONTAGEM
           END-IF.
           PERFORM ABRE-DISCOS-PROCEDURE.
           DISPLAY "PRATELEIRA SENDO CONTADA: ".
           ACCEPT WS-LOCAL-ENT.
           MOVE FUNCTION UPPER-CASE (WS-LOCAL-ENT) TO WS-LOCAL-ENT.
           MOVE 1 TO WS-FCOD-ENT.
           PERFORM UNTIL WS-FCOD-ENT = ZEROES
               DISPLAY "FILME (0 ENCERRA): "
               IF WS-FCOD-ENT <> ZEROES
                   DISPLAY "COPIA: "
                   ACCEPT WS-FCOPIA-ENT
                   PERFORM REGISTRA-DISCO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONTAGEM.
           IF WS-DISCOS-OK = "S"
               CLOSE ARQ-DISCOS
           END-IF.
           DISPLAY WS-CONT-CONTADAS " ITEM(NS) REGISTRADO(S)".
       ABRE-DISCOS-PROCEDURE.
           OPEN INPUT ARQ-DISCOS.
           IF WS-FS = 0
               MOVE "S" TO WS-DISCOS-OK
           ELSE
               CLOSE ARQ-DISCOS
           END-IF.
       LE-DISCOS-PROCEDURE.
           MOVE 1 TO WS-QTD-DISCOS.
           MOVE "N" TO WS-PARCIAL.
           MOVE SPACES TO WS-FALTA-TAB.
           IF WS-DISCOS-OK = "S"
               READ ARQ-DISCOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSQTD > 1
                           MOVE DSQTD TO WS-QTD-DISCOS
                           IF DSFALTAQTD > ZERO
                               MOVE "S" TO WS-PARCIAL
                               MOVE DSFALTA-TAB TO WS-FALTA-TAB
                           END-IF
                       END-IF
               END-READ
           END-IF.
       REGISTRA-DISCO-PROCEDURE.
           MOVE WS-FCOD-ENT TO DSFCOD.
           MOVE WS-FCOPIA-ENT TO DSFCOPIA.
           PERFORM LE-DISCOS-PROCEDURE.
           MOVE 1 TO WS-DISCO-ENT.
           IF WS-QTD-DISCOS > 1
               MOVE ZERO TO WS-DISCO-ENT
               PERFORM UNTIL WS-DISCO-ENT >= 1
                   AND WS-DISCO-ENT <= WS-QTD-DISCOS
                   DISPLAY "DISCO (1 A " WS-QTD-DISCOS "): "
                   ACCEPT WS-DISCO-ENT
               END-PERFORM
           END-IF.
           MOVE WS-FCOD-ENT TO CTFCOD.
           MOVE WS-FCOPIA-ENT TO CTFCOPIA.
           READ ARQ-CONTAGEM
               INVALID KEY
                   MOVE SPACES TO CTDISCO-TAB
                   MOVE "S" TO CTDISCO (WS-DISCO-ENT)
                   MOVE WS-LOCAL-ENT TO CTLOCAL
                   WRITE REG-CONTAGEM
                   ADD 1 TO WS-CONT-CONTADAS
               NOT INVALID KEY
                   IF CTDISCO (WS-DISCO-ENT) = "S"
                       DISPLAY "DISCO JA CONTADO"
                   ELSE
                       MOVE "S" TO CTDISCO (WS-DISCO-ENT)
                       REWRITE REG-CONTAGEM
                       ADD 1 TO WS-CONT-CONTADAS
                   END-IF
           END-READ.
       COMPARA-PROCEDURE.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               ELSE
                   OPEN OUTPUT ARQ-SAIDA
                   OPEN OUTPUT ARQ-DIVERG
                   OPEN INPUT ARQ-ATIVO
                   IF WS-FS = 0
                       MOVE "S" TO WS-ATIVO-OK
                   ELSE
                       CLOSE ARQ-ATIVO
                   END-IF
                   PERFORM ABRE-DISCOS-PROCEDURE
                   PERFORM ABRE-LOCAL-PROCEDURE
                   PERFORM CONFERE-FICHA-PROCEDURE
                   PERFORM CONFERE-CONTAGEM-PROCEDURE
                   PERFORM GRAVA-RESUMO-PROCEDURE
                   CLOSE ARQ-CONTAGEM
                   CLOSE ARQ-SAIDA
                   CLOSE ARQ-DIVERG
                   IF WS-ATIVO-OK = "S"
                       CLOSE ARQ-ATIVO
                   END-IF
                   IF WS-DISCOS-OK = "S"
                       CLOSE ARQ-DISCOS
                   END-IF
                   IF WS-LOCAL-OK = "S"
                       CLOSE ARQ-LOCALCOP
                   END-IF
                   DISPLAY "INVENTARIO.TXT GERADO"
               END-IF
           END-IF.
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FSTATUS <> "X"
                   AND FSTATUS <> "T"
                   MOVE FCOD TO DSFCOD
                   MOVE FCOPIA TO DSFCOPIA
                   PERFORM LE-DISCOS-PROCEDURE
                   IF (FACPF = ZEROES AND FSTATUS <> "P")
                       OR WS-PARCIAL = "S"
                       PERFORM CONFERE-COPIA-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       CONFERE-COPIA-PROCEDURE.
           MOVE FCOD TO CTFCOD.
           MOVE FCOPIA TO CTFCOPIA.
           MOVE "S" TO WS-CONTADA.
           READ ARQ-CONTAGEM
               INVALID KEY
                   MOVE "N" TO WS-CONTADA
                   MOVE SPACES TO CTDISCO-TAB
           END-READ.
           IF WS-CONTADA = "S" AND CTLOCAL <> SPACES
               PERFORM CONFERE-LOCAL-PROCEDURE
           END-IF.
           PERFORM VARYING WS-DISCO FROM 1 BY 1
               UNTIL WS-DISCO > WS-QTD-DISCOS
               IF WS-FALTA (WS-DISCO) <> "F"
                   ADD 1 TO WS-CONT-ESPERADOS
                   IF CTDISCO (WS-DISCO) = "S"
                       ADD 1 TO WS-CONT-DISCOS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONTADA = "N" AND WS-PARCIAL <> "S"
               PERFORM GRAVA-FALTA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTD-DISCOS = 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCA-VALOR-CONTABIL-PROCEDURE.
           COMPUTE WS-VAL-DISCO ROUNDED =
               WS-VAL-CONTABIL / WS-QTD-DISCOS.
           PERFORM VARYING WS-DISCO FROM 1 BY 1
               UNTIL WS-DISCO > WS-QTD-DISCOS
               IF WS-FALTA (WS-DISCO) <> "F"
                   AND CTDISCO (WS-DISCO) <> "S"
                   PERFORM GRAVA-FALTA-DISCO-PROCEDURE
               END-IF
           END-PERFORM.
       CONFERE-LOCAL-PROCEDURE.
           PERFORM LE-LOCAL-PROCEDURE.
           IF CTLOCAL = WS-LOCAL-CAD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONT-LUGAR.
           MOVE SPACES TO SAIDA-REG.
           STRING "FORA DO LUGAR: " FCOD FCOPIA " " FNOME
               " CONTADA EM " CTLOCAL " CADASTRO " WS-LOCAL-CAD
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
       ABRE-LOCAL-PROCEDURE.
           OPEN INPUT ARQ-LOCALCOP.
           IF WS-FS = 0
               MOVE "S" TO WS-LOCAL-OK
           ELSE
               CLOSE ARQ-LOCALCOP
           END-IF.
       LE-LOCAL-PROCEDURE.
           MOVE "SEM LOCAL" TO WS-LOCAL-CAD.
           IF WS-LOCAL-OK = "S"
               MOVE FCOD TO LCFCOD
               MOVE FCOPIA TO LCFCOPIA
               READ ARQ-LOCALCOP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCFILIAL = FFILIAL AND LCLOCAL <> SPACES
                           MOVE LCLOCAL TO WS-LOCAL-CAD
                       END-IF
               END-READ
           END-IF.
       GRAVA-FALTA-DISCO-PROCEDURE.
           ADD 1 TO WS-CONT-FALTA-DISCO.
           ADD WS-VAL-DISCO TO WS-VAL-FALTA-DISCO.
           MOVE SPACES TO SAIDA-REG.
           STRING "DISCO NAO CONTADO: " FCOD FCOPIA " DISCO "
               WS-DISCO "/" WS-QTD-DISCOS " " FNOME
               " V.CONTABIL=" WS-VAL-DISCO
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
           MOVE "D" TO DVTIPO.
           MOVE FCOD TO DVFCOD.
           MOVE FCOPIA TO DVFCOPIA.
           MOVE WS-VAL-DISCO TO DVCUSTO.
           WRITE REG-DIVERG.
       GRAVA-FALTA-PROCEDURE.
           PERFORM BUSCA-VALOR-CONTABIL-PROCEDURE.
           ADD 1 TO WS-CONT-FALTAS.
           ADD WS-VAL-CONTABIL TO WS-VAL-FALTAS.
           MOVE SPACES TO SAIDA-REG.
           STRING "NA FICHA E NAO CONTADA: " FCOD FCOPIA
               " " FNOME " CUSTO=" FCUSTO
               " V.CONTABIL=" WS-VAL-CONTABIL
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
           MOVE "F" TO DVTIPO.
           MOVE FCOD TO DVFCOD.
           MOVE FCOPIA TO DVFCOPIA.
           MOVE WS-VAL-CONTABIL TO DVCUSTO.
           WRITE REG-DIVERG.
       BUSCA-VALOR-CONTABIL-PROCEDURE.
           MOVE FCUSTO TO WS-VAL-CONTABIL.
           IF WS-ATIVO-OK = "S"
               MOVE FCOD TO ATFCOD
               MOVE FCOPIA TO ATFCOPIA
               READ ARQ-ATIVO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ATSTATUS = "A"
                           COMPUTE WS-VAL-CONTABIL =
                               ATCUSTO - ATDEPR-ACUM
                       END-IF
               END-READ
           END-IF.
       CONFERE-CONTAGEM-PROCEDURE.
           MOVE ZEROES TO CTFCOD.
           MOVE ZEROES TO CTFCOPIA.
           STRING "RESUMO: FALTAS=" WS-CONT-FALTAS
               " VALOR DAS FALTAS=" WS-VAL-FALTAS
               " SOBRAS=" WS-CONT-SOBRAS
               " FORA DO LUGAR=" WS-CONT-LUGAR
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
           MOVE SPACES TO SAIDA-REG.
           STRING "DISCOS: ESPERADOS=" WS-CONT-ESPERADOS
               " CONTADOS=" WS-CONT-DISCOS
               " FALTAS EM CAIXAS CONTADAS=" WS-CONT-FALTA-DISCO
               " VALOR=" WS-VAL-FALTA-DISCO
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
       FICHAS-PROCEDURE.
           DISPLAY "FILIAL (0 = TODAS): ".
           ACCEPT WS-FILIAL-ENT.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-DISCOS-PROCEDURE.
           PERFORM ABRE-LOCAL-PROCEDURE.
           SORT WORK-FICHA ON ASCENDING KEY WFI-FILIAL
               ASCENDING KEY WFI-SEMLOC
               ASCENDING KEY WFI-LOCAL
               ASCENDING KEY WFI-FCOD
               ASCENDING KEY WFI-FCOPIA
               INPUT PROCEDURE IS FICHAS-COLETA-PROCEDURE
               OUTPUT PROCEDURE IS FICHAS-GRAVA-PROCEDURE.
           CLOSE ARQ-FILMES.
           IF WS-DISCOS-OK = "S"
               CLOSE ARQ-DISCOS
           END-IF.
           IF WS-LOCAL-OK = "S"
               CLOSE ARQ-LOCALCOP
           END-IF.
           DISPLAY "FICHAS.TXT GERADO, " WS-CONT-FICHAS " COPIA(S)".
       FICHAS-COLETA-PROCEDURE.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FSTATUS <> "X"
                   AND FSTATUS <> "T"
                   AND (WS-FILIAL-ENT = ZEROES
                       OR FFILIAL = WS-FILIAL-ENT)
                   MOVE FCOD TO DSFCOD
                   MOVE FCOPIA TO DSFCOPIA
                   PERFORM LE-DISCOS-PROCEDURE
                   IF (FACPF = ZEROES AND FSTATUS <> "P")
                       OR WS-PARCIAL = "S"
                       PERFORM FICHAS-LIBERA-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       FICHAS-LIBERA-PROCEDURE.
           PERFORM LE-LOCAL-PROCEDURE.
           MOVE FFILIAL TO WFI-FILIAL.
           IF WS-LOCAL-CAD = "SEM LOCAL"
               MOVE "1" TO WFI-SEMLOC
           ELSE
               MOVE "0" TO WFI-SEMLOC
           END-IF.
           MOVE WS-LOCAL-CAD TO WFI-LOCAL.
           MOVE FCOD TO WFI-FCOD.
           MOVE FCOPIA TO WFI-FCOPIA.
           MOVE FNOME TO WFI-FNOME.
           MOVE WS-QTD-DISCOS TO WFI-DISCOS.
           RELEASE WFI-REG.
       FICHAS-GRAVA-PROCEDURE.
           OPEN OUTPUT ARQ-FICHAS.
           MOVE "S" TO WS-PRIMEIRO.
           RETURN WORK-FICHA
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-PRIMEIRO = "S" OR WFI-FILIAL <> WS-FILIAL-ANT
                   MOVE WFI-FILIAL TO WS-FILIAL-ANT
                   MOVE SPACES TO WS-LOCAL-ANT
                   MOVE "N" TO WS-PRIMEIRO
                   MOVE SPACES TO FICHA-REG
                   STRING "FICHA DE CONTAGEM - FILIAL " WFI-FILIAL
                       DELIMITED BY SIZE INTO FICHA-REG
                   END-STRING
                   WRITE FICHA-REG
               END-IF
               IF WFI-LOCAL <> WS-LOCAL-ANT
                   MOVE WFI-LOCAL TO WS-LOCAL-ANT
                   MOVE SPACES TO FICHA-REG
                   WRITE FICHA-REG
                   STRING "PRATELEIRA " WFI-LOCAL
                       DELIMITED BY SIZE INTO FICHA-REG
                   END-STRING
                   WRITE FICHA-REG
               END-IF
               ADD 1 TO WS-CONT-FICHAS
               MOVE SPACES TO FICHA-REG
               STRING "  [   ] " WFI-FCOD "-" WFI-FCOPIA " "
                   WFI-FNOME " DISCOS " WFI-DISCOS
                   DELIMITED BY SIZE INTO FICHA-REG
               END-STRING
               WRITE FICHA-REG
               RETURN WORK-FICHA
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO = "S"
               MOVE "NENHUMA COPIA NA PRATELEIRA" TO FICHA-REG
               WRITE FICHA-REG
           END-IF.
           CLOSE ARQ-FICHAS.
       AJUSTA-PROCEDURE.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
                               DISPLAY "COPIA NAO ENCONTRADA"
                           NOT INVALID KEY
                               MOVE "P" TO FSTATUS
                               PERFORM JRN-ANTES-FILMES-PROCEDURE
                               REWRITE REG-FILMES
                               PERFORM JRN-FILMES-PROCEDURE
                               PERFORM BAIXA-ATIVO-PROCEDURE
                               DISPLAY "COPIA BAIXADA DO ACERVO"
                       END-READ
                   END-IF
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
       BAIXA-ATIVO-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE FCOD TO WS-ATB-FCOD.
           MOVE FCOPIA TO WS-ATB-FCOPIA.
           MOVE FCATEGORIA TO WS-ATB-CATEGORIA.
           MOVE FCUSTO TO WS-ATB-CUSTO.
           MOVE FDTLANC TO WS-ATB-AQUIS.
           MOVE "P" TO WS-ATB-MOTIVO.
           MOVE WS-HOJE TO WS-ATB-DATA.
           MOVE ZEROES TO WS-ATB-VALOR.
           CALL "ATIVOBX" USING WS-ATB
           END-CALL.
           IF WS-ATB-RC = "S"
               DISPLAY "VALOR CONTABIL BAIXADO: " WS-ATB-CONTABIL
           END-IF.
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
               MOVE "INVENTARIO" TO WS-JRN-PROGRAMA
               MOVE WS-SUP-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM INVENTARIO.
