               COPY FCRMA.
               COPY FCNOTAFISC.
               COPY FCFUNCIONARIOS.
               COPY FCRECEBPED.
               COPY FCFORNSCORE.
               COPY FCLOCALCOP.
               COPY FCDISCOS.
               SELECT ARQ-PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDRMA.
           COPY FDNOTAFISC.
           COPY FDFUNCIONARIOS.
           COPY FDRECEBPED.
           COPY FDFORNSCORE.
           COPY FDLOCALCOP.
           COPY FDDISCOS.
           FD ARQ-PAGAMENTOS.
           01 REG-PAGAMENTOS.
               05 PGDATA PIC 9(8).
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
           FD ARQ-PEDIDO.
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-ARQ-SAIDA PIC X(50).
           77 WS-PEDNUM PIC 9(6).
           77 WS-COPIA-MAX PIC 9(2).
           77 WS-COPIA-I PIC 9(2).
           77 WS-FILIAL PIC 9(2).
           77 WS-LOCAL PIC X(10).
           77 WS-LOC-OK PIC X(1).
           77 WS-DSC-OK PIC X(1).
           77 WS-DSC-QTD PIC 9(2).
           77 WS-HOJE PIC 9(8).
           77 WS-CONT PIC 9(5) VALUE ZERO.
           77 WS-TOT-VALOR PIC 9(9)V99 VALUE ZERO.
           77 WS-SUP-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-CNPJ-LK PIC X(14).
           77 WS-CNPJ-VALIDO PIC X(1).
           77 WS-CNPJ-DV1 PIC 9(1).
           77 WS-CNPJ-DV2 PIC 9(1).
           77 WS-CONT-ITEM PIC 9(5).
           77 WS-JA-RECEB PIC 9(3).
           77 WS-PENDENTE PIC 9(3).
           77 WS-QT-RECEB PIC 9(2).
           77 WS-PEND-TOTAL PIC 9(5).
           77 WS-SC-LEAD-ED PIC ZZ9.9.
           77 WS-SC-FILL-ED PIC ZZ9.99.
           77 WS-SC-DEF-ED PIC ZZ9.99.
           77 WS-SC-CRED-ED PIC ZZ9.9.
           77 WS-SC-VAR-ED PIC +ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMPRAS E PEDIDOS".
           ACCEPT FORNNOME.
           DISPLAY "CNPJ: ".
           ACCEPT FORNCNPJ.
           PERFORM VALIDA-CNPJ-PROCEDURE.
           PERFORM UNTIL WS-CNPJ-VALIDO = "S"
               DISPLAY "CNPJ INVALIDO! DIGITE NOVAMENTE: "
               ACCEPT FORNCNPJ
               PERFORM VALIDA-CNPJ-PROCEDURE
           END-PERFORM.
           DISPLAY "TELEFONE: ".
           ACCEPT FORNTEL.
           MOVE "S" TO FORNATIVO.
           END-WRITE.
           DISPLAY "FORNECEDOR GRAVADO".
           PERFORM FECHA-ARQ-PROCEDURE.
       VALIDA-CNPJ-PROCEDURE.
           MOVE "N" TO WS-CNPJ-VALIDO.
           IF FORNCNPJ = SPACES OR FORNCNPJ = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE FORNCNPJ TO WS-CNPJ-LK.
           CALL "CNPJ_Verify" USING WS-CNPJ-LK WS-CNPJ-VALIDO
               WS-CNPJ-DV1 WS-CNPJ-DV2
           END-CALL.
           MOVE WS-CNPJ-LK TO FORNCNPJ.
       ABRE-PEDIDO-PROCEDURE.
           PERFORM ABRE-ARQ-PROCEDURE.
           DISPLAY "CODIGO DO FORNECEDOR: ".
                   PERFORM FECHA-ARQ-PROCEDURE
                   STOP RUN RETURNING 1
           END-READ.
           PERFORM MOSTRA-DESEMPENHO-PROCEDURE.
           PERFORM PROXIMO-PEDIDO-PROCEDURE.
           MOVE WS-PEDNUM TO PEDNUM.
           ACCEPT PEDDATA FROM DATE YYYYMMDD.
           WRITE REG-PEDIDO.
           DISPLAY "PEDIDO ABERTO COM NUMERO " PEDNUM.
           PERFORM FECHA-ARQ-PROCEDURE.
       MOSTRA-DESEMPENHO-PROCEDURE.
           OPEN INPUT ARQ-FORNSCORE.
           IF WS-FS <> 0
               CLOSE ARQ-FORNSCORE
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE FORNCOD TO FSFORN.
           READ ARQ-FORNSCORE
               INVALID KEY
                   DISPLAY "FORNECEDOR SEM AVALIACAO DE DESEMPENHO"
               NOT INVALID KEY
                   MOVE FSLEAD TO WS-SC-LEAD-ED
                   MOVE FSFILL TO WS-SC-FILL-ED
                   MOVE FSDEFEITO TO WS-SC-DEF-ED
                   MOVE FSCREDITO TO WS-SC-CRED-ED
                   MOVE FSVARIACAO TO WS-SC-VAR-ED
                   DISPLAY "DESEMPENHO DO FORNECEDOR NO TRIMESTRE "
                       FSTRIM ": NOTA " FSNOTA
                       " (" FSRANK " DE " FSRANKQTD ")"
                   DISPLAY "  PRAZO DE ENTREGA " WS-SC-LEAD-ED
                       " DIAS  ATENDIMENTO " WS-SC-FILL-ED
                       "%  DEFEITOS " WS-SC-DEF-ED "%"
                   DISPLAY "  CREDITO DE RMA EM " WS-SC-CRED-ED
                       " DIAS  VARIACAO DE PRECO NF "
                       WS-SC-VAR-ED "%"
           END-READ.
           CLOSE ARQ-FORNSCORE.
           MOVE 00 TO WS-FS.
       PROXIMO-PEDIDO-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               STOP RUN RETURNING 1
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-LOC-OK.
           OPEN I-O ARQ-LOCALCOP.
           IF WS-FS = "35"
               CLOSE ARQ-LOCALCOP
               OPEN OUTPUT ARQ-LOCALCOP
               CLOSE ARQ-LOCALCOP
               OPEN I-O ARQ-LOCALCOP
           END-IF.
           IF WS-FS = 0
               MOVE "S" TO WS-LOC-OK
           END-IF.
           MOVE "N" TO WS-DSC-OK.
           OPEN I-O ARQ-DISCOS.
           IF WS-FS = "35"
               CLOSE ARQ-DISCOS
               OPEN OUTPUT ARQ-DISCOS
               CLOSE ARQ-DISCOS
               OPEN I-O ARQ-DISCOS
           END-IF.
           IF WS-FS = 0
               MOVE "S" TO WS-DSC-OK
           END-IF.
           MOVE ZERO TO WS-CONT.
           MOVE ZERO TO WS-PEND-TOTAL.
           MOVE WS-PEDNUM TO PINUM.
           MOVE ZEROES TO PISEQ.
           START ARQ-PEDITEM KEY IS NOT LESS THAN PICHAVE
               END-IF
           END-PERFORM.
           MOVE WS-PEDNUM TO PEDNUM.
           IF WS-PEND-TOTAL = ZERO
               READ ARQ-PEDIDO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO PEDSTATUS
                       REWRITE REG-PEDIDO
               END-READ
           END-IF.
           DISPLAY WS-CONT " COPIA(S) INCLUIDA(S) NO ACERVO".
           IF WS-PEND-TOTAL > ZERO
               DISPLAY "PEDIDO CONTINUA EM ABERTO, " WS-PEND-TOTAL
                   " COPIA(S) PENDENTE(S)"
           END-IF.
           CLOSE ARQ-LOCALCOP.
           CLOSE ARQ-DISCOS.
           CLOSE ARQ-FILMES.
           PERFORM FECHA-ARQ-PROCEDURE.
       RECEBE-ITEM-PROCEDURE.
           PERFORM SOMA-RECEBIDO-PROCEDURE.
           IF WS-JA-RECEB >= PIQTDE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PENDENTE = PIQTDE - WS-JA-RECEB.
           DISPLAY "ITEM " PISEQ " " PIFCOD " " PIFNOME.
           DISPLAY "QUANTIDADE RECEBIDA (PENDENTE " WS-PENDENTE "): ".
           ACCEPT WS-QT-RECEB.
           IF WS-QT-RECEB > WS-PENDENTE
               DISPLAY "QUANTIDADE ACIMA DA PENDENTE, CONSIDERADA "
                   WS-PENDENTE
               MOVE WS-PENDENTE TO WS-QT-RECEB
           END-IF.
           IF WS-QT-RECEB = ZERO
               ADD WS-PENDENTE TO WS-PEND-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONT TO WS-CONT-ITEM.
           PERFORM ACHA-COPIA-MAX-PROCEDURE.
           PERFORM ACHA-DISCOS-PROCEDURE.
           MOVE SPACES TO WS-LOCAL.
           IF WS-LOC-OK = "S"
               DISPLAY "LOCAL NA PRATELEIRA PARA " PIFCOD " " PIFNOME
               ACCEPT WS-LOCAL
               MOVE FUNCTION UPPER-CASE (WS-LOCAL) TO WS-LOCAL
           END-IF.
           PERFORM VARYING WS-COPIA-I FROM 1 BY 1
               UNTIL WS-COPIA-I > WS-QT-RECEB
               MOVE PIFCOD TO FCOD
               COMPUTE FCOPIA = WS-COPIA-MAX + WS-COPIA-I
               MOVE PIFNOME TO FNOME
               MOVE SPACE TO FSTATUS
               MOVE WS-FILIAL TO FFILIAL
               MOVE WS-HOJE TO FDTLANC
               PERFORM JRN-NOVO-PROCEDURE
               WRITE REG-FILMES
                   INVALID KEY
                       DISPLAY "COPIA " FCOD FCOPIA " JA EXISTE"
                   NOT INVALID KEY
                       PERFORM JRN-FILMES-PROCEDURE
                       ADD 1 TO WS-CONT
                       PERFORM GRAVA-LOCAL-PROCEDURE
                       PERFORM GRAVA-DISCOS-PROCEDURE
               END-WRITE
           END-PERFORM.
           COMPUTE WS-PEND-TOTAL = WS-PEND-TOTAL + WS-PENDENTE
               - (WS-CONT - WS-CONT-ITEM).
           OPEN EXTEND ARQ-RECEBPED.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-RECEBPED
           END-IF.
           IF WS-FS2 = 0
               MOVE PINUM TO RPPEDIDO
               MOVE PISEQ TO RPSEQ
               MOVE PEDFORN TO RPFORN
               MOVE PIFCOD TO RPFCOD
               MOVE PEDDATA TO RPDTPED
               MOVE WS-HOJE TO RPDATA
               MOVE PIQTDE TO RPQTDE
               COMPUTE RPRECEB = WS-CONT - WS-CONT-ITEM
               MOVE WS-FILIAL TO RPFILIAL
               WRITE REG-RECEBPED
               CLOSE ARQ-RECEBPED
           END-IF.
       SOMA-RECEBIDO-PROCEDURE.
           MOVE ZERO TO WS-JA-RECEB.
           OPEN INPUT ARQ-RECEBPED.
           IF WS-FS2 <> 0
               CLOSE ARQ-RECEBPED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF2.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-RECEBPED
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N" AND RPPEDIDO = PINUM
                   AND RPSEQ = PISEQ
                   ADD RPRECEB TO WS-JA-RECEB
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECEBPED.
       GRAVA-LOCAL-PROCEDURE.
           IF WS-LOC-OK = "S" AND WS-LOCAL <> SPACES
               MOVE FCOD TO LCFCOD
               MOVE FCOPIA TO LCFCOPIA
               MOVE WS-FILIAL TO LCFILIAL
               MOVE WS-LOCAL TO LCLOCAL
               MOVE WS-HOJE TO LCDATA
               MOVE ZEROES TO LCEMPID
               WRITE REG-LOCALCOP
                   INVALID KEY REWRITE REG-LOCALCOP
               END-WRITE
           END-IF.
       ACHA-DISCOS-PROCEDURE.
           MOVE ZERO TO WS-DSC-QTD.
           IF WS-DSC-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE PIFCOD TO DSFCOD.
           MOVE ZEROES TO DSFCOPIA.
           START ARQ-DISCOS KEY IS NOT LESS THAN DSCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           IF WS-EOF2 = "N"
               READ ARQ-DISCOS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
           END-IF.
           IF WS-EOF2 = "N" AND DSFCOD = PIFCOD
               MOVE DSQTD TO WS-DSC-QTD
           END-IF.
       GRAVA-DISCOS-PROCEDURE.
           IF WS-DSC-OK = "S" AND WS-DSC-QTD > 1
               MOVE FCOD TO DSFCOD
               MOVE FCOPIA TO DSFCOPIA
               MOVE WS-DSC-QTD TO DSQTD
               MOVE ZEROES TO DSFALTAQTD
               MOVE SPACES TO DSFALTA-TAB
               MOVE ZEROES TO DSCPF
               MOVE ZEROES TO DSDTPARCIAL
               WRITE REG-DISCOS
                   INVALID KEY REWRITE REG-DISCOS
               END-WRITE
           END-IF.
       ACHA-COPIA-MAX-PROCEDURE.
           MOVE ZERO TO WS-COPIA-MAX.
           MOVE PIFCOD TO FCOD.
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
                   IF FCOD = PIFCOD
                       MOVE FCOPIA TO WS-COPIA-MAX
                   ELSE
                       MOVE "Y" TO WS-EOF2
                   END-IF
               END-IF
           END-PERFORM.
                   PERFORM FECHA-ARQ-PROCEDURE
                   STOP RUN RETURNING 1
           END-READ.
           PERFORM MOSTRA-DESEMPENHO-PROCEDURE.
           MOVE "A" TO PEDSTATUS.
           REWRITE REG-PEDIDO.
           DISPLAY "PEDIDO " WS-PEDNUM " CONFIRMADO EM ABERTO,".
               STOP RUN RETURNING 1
           END-IF.
           MOVE "M" TO FSTATUS.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           CLOSE ARQ-FILMES.
           PERFORM PROXIMA-RMA-PROCEDURE.
           PERFORM RMA-ABRIR-ARQ-PROCEDURE.
           END-STRING.
           WRITE SAIDA-REG.
           COMPUTE WS-TOT-VALOR = WS-TOT-VALOR + PIQTDE * PICUSTO.
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
       JRN-NOVO-PROCEDURE.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "W" TO WS-JRN-OP.
       JRN-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "PEDIDOS" TO WS-JRN-PROGRAMA
               MOVE WS-SUP-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM PEDIDOS.
