       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUTOS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCPRODUTO.
               COPY FCPRODEST.
               COPY FCPRODMOV.
               COPY FCNOTAFISC.
               COPY FCSEQUENCIA.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
           COPY FDPRODUTO.
           COPY FDPRODEST.
           COPY FDPRODMOV.
           COPY FDNOTAFISC.
           COPY FDSEQUENCIA.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-HOJE PIC 9(8).
           77 WS-PDCOD PIC 9(6).
           77 WS-ENTRADA PIC X(14).
           77 WS-FILIAL PIC 9(2).
           77 WS-QTD PIC 9(5).
           77 WS-CONTADO PIC 9(7).
           77 WS-DIFERENCA PIC S9(7).
           77 WS-CUSTO-UNIT PIC 9(5)V99.
           77 WS-CUSTO-TOTAL PIC 9(9)V99.
           77 WS-SALDO-ANT PIC 9(7).
           77 WS-MINIMO PIC 9(5).
           77 WS-FORN PIC 9(4).
           77 WS-ACHOU PIC X(1).
           77 WS-RESP PIC X(1).
           77 WS-EMPID PIC 9(5).
           77 WS-NF-NUMERO PIC 9(9).
           77 WS-NF-VENCTO PIC 9(8).
           77 WS-DATA-LK PIC 9(8).
           77 WS-DATA-MODO PIC X(1).
           77 WS-DATA-VALIDA PIC X(1).
           77 WS-PM-TIPO PIC X(1).
           77 WS-PM-QTD PIC S9(5).
           77 WS-PM-VALOR PIC 9(7)V99.
           77 WS-SALDO-ED PIC -(6)9.
           77 WS-CONT-ABAIXO PIC 9(5) VALUE ZERO.
           01 WS-PRODUTO-NOVO.
               05 WS-PN-DESC PIC X(40).
               05 WS-PN-BARRAS PIC X(14).
               05 WS-PN-PRECO PIC 9(5)V99.
               05 WS-PN-CUSTO PIC 9(5)V99.
               05 WS-PN-ATIVO PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "PRODUTOS DE BOMBONIERE E ESTOQUE POR FILIAL".
           DISPLAY "(1) CADASTRAR/ALTERAR PRODUTO".
           DISPLAY "(2) ENTRADA DE MERCADORIA".
           DISPLAY "(3) AJUSTE DE ESTOQUE (CONTAGEM)".
           DISPLAY "(4) CONSULTAR ESTOQUE DA FILIAL".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           OPEN I-O ARQ-PRODUTO.
           IF WS-FS = "35"
               CLOSE ARQ-PRODUTO
               OPEN OUTPUT ARQ-PRODUTO
               CLOSE ARQ-PRODUTO
               OPEN I-O ARQ-PRODUTO
           END-IF.
           IF WS-FS <> "00"
               DISPLAY "ERRO AO ABRIR PRODUTO, FS=" WS-FS
               STOP RUN RETURNING 1
           END-IF.
           OPEN I-O ARQ-PRODEST.
           IF WS-FS = "35"
               CLOSE ARQ-PRODEST
               OPEN OUTPUT ARQ-PRODEST
               CLOSE ARQ-PRODEST
               OPEN I-O ARQ-PRODEST
           END-IF.
           IF WS-FS <> "00"
               DISPLAY "ERRO AO ABRIR PRODEST, FS=" WS-FS
               CLOSE ARQ-PRODUTO
               STOP RUN RETURNING 1
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRO-PROCEDURE
               WHEN 2
                   PERFORM ENTRADA-PROCEDURE
               WHEN 3
                   PERFORM AJUSTE-PROCEDURE
               WHEN 4
                   PERFORM CONSULTA-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQ-PRODEST.
           CLOSE ARQ-PRODUTO.
           STOP RUN.
       CADASTRO-PROCEDURE.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT WS-PDCOD.
           IF WS-PDCOD = ZEROES
               DISPLAY "CODIGO INVALIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PDCOD TO PDCOD.
           READ ARQ-PRODUTO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
                   INITIALIZE REG-PRODUTO
                   MOVE WS-PDCOD TO PDCOD
                   MOVE "S" TO PDATIVO
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
                   DISPLAY "DESCRICAO ATUAL: " PDDESC
                   DISPLAY "BARRAS: " PDBARRAS " PRECO: " PDPRECO
                       " CUSTO MEDIO: " PDCUSTO " ATIVO: " PDATIVO
           END-READ.
           DISPLAY "DESCRICAO: ".
           ACCEPT WS-PN-DESC.
           IF WS-PN-DESC = SPACES
               MOVE PDDESC TO WS-PN-DESC
           END-IF.
           IF WS-PN-DESC = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DE BARRAS: ".
           ACCEPT WS-PN-BARRAS.
           IF WS-PN-BARRAS = SPACES
               MOVE PDBARRAS TO WS-PN-BARRAS
           END-IF.
           DISPLAY "PRECO DE VENDA: ".
           ACCEPT WS-PN-PRECO.
           IF WS-PN-PRECO = ZEROES
               MOVE PDPRECO TO WS-PN-PRECO
           END-IF.
           IF WS-PN-PRECO = ZEROES
               DISPLAY "PRECO OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACHOU = "N"
               DISPLAY "CUSTO UNITARIO INICIAL: "
               ACCEPT WS-PN-CUSTO
           ELSE
               MOVE PDCUSTO TO WS-PN-CUSTO
           END-IF.
           DISPLAY "ATIVO (S/N): ".
           ACCEPT WS-PN-ATIVO.
           IF WS-PN-ATIVO = "s"
               MOVE "S" TO WS-PN-ATIVO
           END-IF.
           IF WS-PN-ATIVO = "n"
               MOVE "N" TO WS-PN-ATIVO
           END-IF.
           IF WS-PN-ATIVO <> "S" AND WS-PN-ATIVO <> "N"
               MOVE PDATIVO TO WS-PN-ATIVO
           END-IF.
           MOVE WS-PN-DESC TO PDDESC.
           MOVE WS-PN-BARRAS TO PDBARRAS.
           MOVE WS-PN-PRECO TO PDPRECO.
           MOVE WS-PN-CUSTO TO PDCUSTO.
           MOVE WS-PN-ATIVO TO PDATIVO.
           IF WS-ACHOU = "S"
               REWRITE REG-PRODUTO
           ELSE
               WRITE REG-PRODUTO
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO GRAVAR PRODUTO, FS=" WS-FS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUTO " PDCOD " GRAVADO".
           DISPLAY "FILIAL PARA ESTOQUE MINIMO (00=NENHUMA): ".
           ACCEPT WS-FILIAL.
           IF WS-FILIAL = ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ESTOQUE MINIMO NA FILIAL: ".
           ACCEPT WS-MINIMO.
           MOVE PDCOD TO PECOD.
           MOVE WS-FILIAL TO PEFILIAL.
           READ ARQ-PRODEST
               INVALID KEY
                   MOVE ZEROES TO PESALDO
                   MOVE ZEROES TO PEULTENT
                   MOVE WS-MINIMO TO PEMINIMO
                   WRITE REG-PRODEST
               NOT INVALID KEY
                   MOVE WS-MINIMO TO PEMINIMO
                   REWRITE REG-PRODEST
           END-READ.
           DISPLAY "MINIMO DA FILIAL " WS-FILIAL " GRAVADO".
       LOCALIZA-PRODUTO-PROCEDURE.
           MOVE "N" TO WS-ACHOU.
           DISPLAY "CODIGO OU CODIGO DE BARRAS DO PRODUTO: ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRADA TO PDBARRAS.
           READ ARQ-PRODUTO KEY IS PDBARRAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-ACHOU
           END-READ.
           IF WS-ACHOU = "N"
               AND FUNCTION TRIM (WS-ENTRADA) IS NUMERIC
               COMPUTE WS-PDCOD = FUNCTION NUMVAL (WS-ENTRADA)
               MOVE WS-PDCOD TO PDCOD
               READ ARQ-PRODUTO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-ACHOU
               END-READ
           END-IF.
           IF WS-ACHOU = "N"
               DISPLAY "PRODUTO NAO CADASTRADO"
           ELSE
               DISPLAY "PRODUTO " PDCOD " " PDDESC
           END-IF.
       LE-ESTOQUE-PROCEDURE.
           MOVE PDCOD TO PECOD.
           MOVE WS-FILIAL TO PEFILIAL.
           READ ARQ-PRODEST
               INVALID KEY
                   MOVE ZEROES TO PESALDO
                   MOVE ZEROES TO PEMINIMO
                   MOVE ZEROES TO PEULTENT
                   WRITE REG-PRODEST
           END-READ.
       ENTRADA-PROCEDURE.
           PERFORM LOCALIZA-PRODUTO-PROCEDURE.
           IF WS-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FILIAL: ".
           ACCEPT WS-FILIAL.
           DISPLAY "QUANTIDADE RECEBIDA: ".
           ACCEPT WS-QTD.
           IF WS-QTD = ZEROES
               DISPLAY "QUANTIDADE INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUSTO UNITARIO DA NOTA: ".
           ACCEPT WS-CUSTO-UNIT.
           COMPUTE WS-CUSTO-TOTAL = WS-QTD * WS-CUSTO-UNIT.
           DISPLAY "VALOR TOTAL DA ENTRADA: " WS-CUSTO-TOTAL.
           DISPLAY "FORNECEDOR (0=SEM NOTA A PAGAR): ".
           ACCEPT WS-FORN.
           IF WS-FORN > ZEROES
               PERFORM CONFERE-FORNECEDOR-PROCEDURE
               IF WS-ACHOU <> "S"
                   DISPLAY "FORNECEDOR NAO CADASTRADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-DATA-VALIDA
               PERFORM UNTIL WS-DATA-VALIDA = "S"
                   DISPLAY "VENCIMENTO DA NOTA (AAAAMMDD): "
                   ACCEPT WS-NF-VENCTO
                   MOVE WS-NF-VENCTO TO WS-DATA-LK
                   PERFORM VALIDA-DATA-PROCEDURE
                   IF WS-DATA-VALIDA <> "S"
                       DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "FUNCIONARIO RESPONSAVEL: ".
           ACCEPT WS-EMPID.
           DISPLAY "CONFIRMA A ENTRADA (S/N)? ".
           ACCEPT WS-RESP.
           IF WS-RESP <> "S" AND WS-RESP <> "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-ESTOQUE-PROCEDURE.
           IF PESALDO > ZEROES
               MOVE PESALDO TO WS-SALDO-ANT
           ELSE
               MOVE ZEROES TO WS-SALDO-ANT
           END-IF.
           COMPUTE PDCUSTO ROUNDED =
               (WS-SALDO-ANT * PDCUSTO + WS-CUSTO-TOTAL)
               / (WS-SALDO-ANT + WS-QTD).
           REWRITE REG-PRODUTO.
           ADD WS-QTD TO PESALDO.
           MOVE WS-HOJE TO PEULTENT.
           REWRITE REG-PRODEST.
           MOVE ZEROES TO WS-NF-NUMERO.
           IF WS-FORN > ZEROES
               PERFORM LANCA-NOTA-PROCEDURE
           END-IF.
           MOVE "E" TO WS-PM-TIPO.
           MOVE WS-QTD TO WS-PM-QTD.
           MOVE ZEROES TO WS-PM-VALOR.
           PERFORM GRAVA-PRODMOV-PROCEDURE.
           MOVE PESALDO TO WS-SALDO-ED.
           DISPLAY "ENTRADA REGISTRADA, SALDO NA FILIAL: " WS-SALDO-ED.
           DISPLAY "NOVO CUSTO MEDIO: " PDCUSTO.
           IF WS-NF-NUMERO > ZEROES
               DISPLAY "CUSTO LANCADO A PAGAR, NOTA " WS-NF-NUMERO
           END-IF.
       AJUSTE-PROCEDURE.
           PERFORM LOCALIZA-PRODUTO-PROCEDURE.
           IF WS-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FILIAL: ".
           ACCEPT WS-FILIAL.
           PERFORM LE-ESTOQUE-PROCEDURE.
           MOVE PESALDO TO WS-SALDO-ED.
           DISPLAY "SALDO NO SISTEMA: " WS-SALDO-ED.
           DISPLAY "QUANTIDADE CONTADA: ".
           ACCEPT WS-CONTADO.
           COMPUTE WS-DIFERENCA = WS-CONTADO - PESALDO.
           IF WS-DIFERENCA = ZEROES
               DISPLAY "ESTOQUE CONFERE, NADA A AJUSTAR"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FUNCIONARIO RESPONSAVEL: ".
           ACCEPT WS-EMPID.
           DISPLAY "CONFIRMA O AJUSTE (S/N)? ".
           ACCEPT WS-RESP.
           IF WS-RESP <> "S" AND WS-RESP <> "s"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTADO TO PESALDO.
           REWRITE REG-PRODEST.
           MOVE ZEROES TO WS-NF-NUMERO.
           MOVE ZEROES TO WS-FORN.
           MOVE "A" TO WS-PM-TIPO.
           MOVE WS-DIFERENCA TO WS-PM-QTD.
           MOVE ZEROES TO WS-PM-VALOR.
           IF WS-DIFERENCA < ZEROES
               COMPUTE WS-CUSTO-TOTAL = (0 - WS-DIFERENCA) * PDCUSTO
           ELSE
               COMPUTE WS-CUSTO-TOTAL = WS-DIFERENCA * PDCUSTO
           END-IF.
           PERFORM GRAVA-PRODMOV-PROCEDURE.
           DISPLAY "ESTOQUE AJUSTADO PARA " WS-CONTADO.
       CONSULTA-PROCEDURE.
           DISPLAY "FILIAL: ".
           ACCEPT WS-FILIAL.
           MOVE ZEROES TO PECHAVE.
           START ARQ-PRODEST KEY IS GREATER THAN PECHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           DISPLAY "CODIGO DESCRICAO                                "
               "   SALDO MINIMO".
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PRODEST NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PEFILIAL = WS-FILIAL
                   MOVE PECOD TO PDCOD
                   READ ARQ-PRODUTO
                       INVALID KEY MOVE SPACES TO PDDESC
                   END-READ
                   MOVE PESALDO TO WS-SALDO-ED
                   IF PESALDO < PEMINIMO
                       ADD 1 TO WS-CONT-ABAIXO
                       DISPLAY PECOD " " PDDESC " " WS-SALDO-ED " "
                           PEMINIMO " ABAIXO DO MINIMO"
                   ELSE
                       DISPLAY PECOD " " PDDESC " " WS-SALDO-ED " "
                           PEMINIMO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-CONT-ABAIXO " PRODUTO(S) ABAIXO DO MINIMO".
       GRAVA-PRODMOV-PROCEDURE.
           OPEN EXTEND ARQ-PRODMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-PRODMOV
           END-IF.
           IF WS-FS = 0
               MOVE WS-HOJE TO PMDATA
               ACCEPT PMHORA FROM TIME
               MOVE PDCOD TO PMCOD
               MOVE WS-FILIAL TO PMFILIAL
               MOVE WS-PM-TIPO TO PMTIPO
               MOVE WS-PM-QTD TO PMQTD
               MOVE WS-PM-VALOR TO PMVALOR
               MOVE WS-CUSTO-TOTAL TO PMCUSTO
               MOVE WS-EMPID TO PMEMPID
               MOVE ZEROES TO PMCPF
               MOVE WS-NF-NUMERO TO PMDOC
               WRITE REG-PRODMOV
               CLOSE ARQ-PRODMOV
           END-IF.
       CONFERE-FORNECEDOR-PROCEDURE.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT ARQ-FORNECEDOR.
           IF WS-FS = 0
               MOVE WS-FORN TO FORNCOD
               READ ARQ-FORNECEDOR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-ACHOU
               END-READ
           END-IF.
           CLOSE ARQ-FORNECEDOR.
       LANCA-NOTA-PROCEDURE.
           PERFORM PROXIMA-NOTA-PROCEDURE.
           OPEN I-O ARQ-NOTAFISC.
           IF WS-FS = "35"
               CLOSE ARQ-NOTAFISC
               OPEN OUTPUT ARQ-NOTAFISC
               CLOSE ARQ-NOTAFISC
               OPEN I-O ARQ-NOTAFISC
           END-IF.
           MOVE ZEROES TO NFPEDIDO.
           MOVE WS-NF-NUMERO TO NFNUMERO.
           MOVE WS-FORN TO NFFORN.
           MOVE WS-HOJE TO NFDATA.
           MOVE WS-CUSTO-TOTAL TO NFVALOR.
           MOVE WS-NF-VENCTO TO NFVENCTO.
           MOVE "P" TO NFSTATUS.
           MOVE ZEROES TO NFPGDATA.
           WRITE REG-NOTAFISC
               INVALID KEY REWRITE REG-NOTAFISC
           END-WRITE.
           CLOSE ARQ-NOTAFISC.
       PROXIMA-NOTA-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "D" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO WS-NF-NUMERO.
           CLOSE ARQ-SEQUENCIA.
       VALIDA-DATA-PROCEDURE.
           MOVE "G" TO WS-DATA-MODO.
           CALL "Data_Verify" USING WS-DATA-LK WS-DATA-MODO
               WS-DATA-VALIDA
           END-CALL.
       END PROGRAM PRODUTOS.
