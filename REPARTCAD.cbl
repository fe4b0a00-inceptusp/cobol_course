       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTCAD.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCREPARTE.
               COPY FCFILME.
               COPY FCNOTAFISC.
               COPY FCSEQUENCIA.
               COPY FCFUNCIONARIOS.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
           COPY FDREPARTE.
           COPY FDFILME.
           COPY FDNOTAFISC.
           COPY FDSEQUENCIA.
           COPY FDFUNCIONARIOS.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-HOJE PIC 9(8).
           77 WS-FCOD PIC 9(4).
           77 WS-FCOPIA PIC 9(2).
           77 WS-FORN PIC 9(4).
           77 WS-PERC PIC 9(2)V99.
           77 WS-INICIO PIC 9(8).
           77 WS-FIM PIC 9(8).
           77 WS-RECOMPRA PIC 9(7)V99.
           77 WS-ACHOU PIC X(1).
           77 WS-RESP PIC X(1).
           77 WS-QTD-COPIAS PIC 9(3).
           77 WS-QTD-ALUGADAS PIC 9(3).
           77 WS-NF-NUMERO PIC 9(9).
           77 WS-NF-VALOR PIC 9(9)V99.
           77 WS-NF-VENCTO PIC 9(8).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-SUP-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-DATA-LK PIC 9(8).
           77 WS-DATA-MODO PIC X(1).
           77 WS-DATA-VALIDA PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "TITULOS EM PARTILHA DE RECEITA".
           DISPLAY "(1) CADASTRAR/ALTERAR ACORDO".
           DISPLAY "(2) LISTAR ACORDOS".
           DISPLAY "(3) RECOMPRAR COPIAS (FIM DO PRAZO)".
           DISPLAY "(4) DEVOLVER COPIAS AO DISTRIBUIDOR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           OPEN I-O ARQ-REPARTE.
           IF WS-FS = "35"
               CLOSE ARQ-REPARTE
               OPEN OUTPUT ARQ-REPARTE
               CLOSE ARQ-REPARTE
               OPEN I-O ARQ-REPARTE
           END-IF.
           IF WS-FS <> "00"
               DISPLAY "ERRO AO ABRIR REPARTE, FS=" WS-FS
               STOP RUN RETURNING 1
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRA-PROCEDURE
               WHEN 2
                   PERFORM LISTA-PROCEDURE
               WHEN 3
                   PERFORM RECOMPRA-PROCEDURE
               WHEN 4
                   PERFORM DEVOLVE-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQ-REPARTE.
           STOP RUN.
       CADASTRA-PROCEDURE.
           DISPLAY "CODIGO DO FILME: ".
           ACCEPT WS-FCOD.
           DISPLAY "COPIA (00 = TODAS AS COPIAS DO TITULO): ".
           ACCEPT WS-FCOPIA.
           PERFORM CONFERE-FILME-PROCEDURE.
           IF WS-ACHOU <> "S"
               DISPLAY "FILME/COPIA NAO ENCONTRADO NO ACERVO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DISTRIBUIDOR (CODIGO DO FORNECEDOR): ".
           ACCEPT WS-FORN.
           PERFORM CONFERE-FORNECEDOR-PROCEDURE.
           IF WS-ACHOU <> "S"
               DISPLAY "FORNECEDOR NAO CADASTRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERCENTUAL DA RECEITA DEVIDO (99.99): ".
           ACCEPT WS-PERC.
           IF WS-PERC = ZERO
               DISPLAY "PERCENTUAL OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "INICIO DO PRAZO (AAAAMMDD): "
               ACCEPT WS-INICIO
               MOVE WS-INICIO TO WS-DATA-LK
               PERFORM VALIDA-DATA-PROCEDURE
               IF WS-DATA-VALIDA <> "S"
                   DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "FIM DO PRAZO (AAAAMMDD): "
               ACCEPT WS-FIM
               MOVE WS-FIM TO WS-DATA-LK
               PERFORM VALIDA-DATA-PROCEDURE
               IF WS-DATA-VALIDA <> "S" OR WS-FIM < WS-INICIO
                   MOVE "N" TO WS-DATA-VALIDA
                   DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           DISPLAY "PRECO DE RECOMPRA POR COPIA: ".
           ACCEPT WS-RECOMPRA.
           MOVE WS-FCOD TO RPFCOD.
           MOVE WS-FCOPIA TO RPFCOPIA.
           READ ARQ-REPARTE
               INVALID KEY
                   PERFORM MONTA-REGISTRO-PROCEDURE
                   MOVE "A" TO RPSITUACAO
                   MOVE ZEROES TO RPDTENC
                   MOVE ZEROES TO RPULTMES
                   WRITE REG-REPARTE
               NOT INVALID KEY
                   IF RPSITUACAO <> "A"
                       DISPLAY "ACORDO JA ENCERRADO, NAO PODE SER"
                           " ALTERADO"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM MONTA-REGISTRO-PROCEDURE
                   REWRITE REG-REPARTE
           END-READ.
           DISPLAY "ACORDO GRAVADO COM SUCESSO".
       MONTA-REGISTRO-PROCEDURE.
           MOVE WS-FCOD TO RPFCOD.
           MOVE WS-FCOPIA TO RPFCOPIA.
           MOVE WS-FORN TO RPFORN.
           MOVE WS-PERC TO RPPERC.
           MOVE WS-INICIO TO RPINICIO.
           MOVE WS-FIM TO RPFIM.
           MOVE WS-RECOMPRA TO RPRECOMPRA.
       CONFERE-FILME-PROCEDURE.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FCOD TO FCOD.
           MOVE WS-FCOPIA TO FCOPIA.
           IF WS-FCOPIA = ZEROES
               START ARQ-FILMES KEY IS GREATER THAN FCHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ARQ-FILMES NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF FCOD = WS-FCOD
                                   MOVE "S" TO WS-ACHOU
                               END-IF
                       END-READ
               END-START
           ELSE
               READ ARQ-FILMES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-ACHOU
               END-READ
           END-IF.
           CLOSE ARQ-FILMES.
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
       LISTA-PROCEDURE.
           MOVE ZEROES TO RPFCOD.
           MOVE ZEROES TO RPFCOPIA.
           START ARQ-REPARTE KEY IS NOT LESS THAN RPCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           DISPLAY "FILME CP FORN PERC  INICIO   FIM      RECOMPRA"
               "   SIT ULT.MES".
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-REPARTE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   DISPLAY RPFCOD "  " RPFCOPIA " " RPFORN " " RPPERC
                       " " RPINICIO " " RPFIM " " RPRECOMPRA
                       " " RPSITUACAO "   " RPULTMES
               END-IF
           END-PERFORM.
       LE-ACORDO-PROCEDURE.
           MOVE "N" TO WS-ACHOU.
           DISPLAY "CODIGO DO FILME: ".
           ACCEPT WS-FCOD.
           DISPLAY "COPIA DO ACORDO (00 = TITULO INTEIRO): ".
           ACCEPT WS-FCOPIA.
           MOVE WS-FCOD TO RPFCOD.
           MOVE WS-FCOPIA TO RPFCOPIA.
           READ ARQ-REPARTE
               INVALID KEY
                   DISPLAY "ACORDO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF RPSITUACAO <> "A"
                       DISPLAY "ACORDO JA ENCERRADO EM " RPDTENC
                   ELSE
                       MOVE "S" TO WS-ACHOU
                   END-IF
           END-READ.
       CONTA-COPIAS-PROCEDURE.
           MOVE ZERO TO WS-QTD-COPIAS.
           MOVE ZERO TO WS-QTD-ALUGADAS.
           MOVE RPFCOD TO FCOD.
           MOVE RPFCOPIA TO FCOPIA.
           IF RPFCOPIA > ZEROES
               READ ARQ-FILMES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CONTA-UMA-PROCEDURE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF FCOD = RPFCOD
                       PERFORM CONTA-UMA-PROCEDURE
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM.
       CONTA-UMA-PROCEDURE.
           IF FSTATUS <> "X" AND FSTATUS <> "P" AND FSTATUS <> "M"
               ADD 1 TO WS-QTD-COPIAS
               IF FACPF <> ZEROES
                   ADD 1 TO WS-QTD-ALUGADAS
               END-IF
           END-IF.
       RECOMPRA-PROCEDURE.
           PERFORM LE-ACORDO-PROCEDURE.
           IF WS-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-COPIAS-PROCEDURE.
           IF WS-QTD-COPIAS = ZERO
               DISPLAY "NENHUMA COPIA DO ACORDO NO ACERVO"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NF-VALOR = WS-QTD-COPIAS * RPRECOMPRA.
           DISPLAY "COPIAS A RECOMPRAR: " WS-QTD-COPIAS
               " VALOR TOTAL: " WS-NF-VALOR.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "SUPERVISOR INVALIDO, RECOMPRA NEGADA"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "VENCIMENTO DA RECOMPRA (AAAAMMDD): "
               ACCEPT WS-NF-VENCTO
               MOVE WS-NF-VENCTO TO WS-DATA-LK
               PERFORM VALIDA-DATA-PROCEDURE
               IF WS-DATA-VALIDA <> "S"
                   DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           DISPLAY "CONFIRMA A RECOMPRA (S/N)? ".
           ACCEPT WS-RESP.
           IF WS-RESP <> "S" AND WS-RESP <> "s"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           PERFORM INCORPORA-COPIAS-PROCEDURE.
           CLOSE ARQ-FILMES.
           PERFORM LANCA-NOTA-PROCEDURE.
           MOVE "C" TO RPSITUACAO.
           MOVE WS-HOJE TO RPDTENC.
           REWRITE REG-REPARTE.
           DISPLAY "RECOMPRA LANCADA A PAGAR, NOTA " WS-NF-NUMERO.
       INCORPORA-COPIAS-PROCEDURE.
           MOVE RPFCOD TO FCOD.
           MOVE RPFCOPIA TO FCOPIA.
           IF RPFCOPIA > ZEROES
               READ ARQ-FILMES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM INCORPORA-UMA-PROCEDURE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF FCOD = RPFCOD
                       PERFORM INCORPORA-UMA-PROCEDURE
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM.
       INCORPORA-UMA-PROCEDURE.
           IF FSTATUS <> "X" AND FSTATUS <> "P" AND FSTATUS <> "M"
               MOVE RPRECOMPRA TO FCUSTO
               MOVE WS-HOJE TO FDTLANC
               PERFORM JRN-ANTES-FILMES-PROCEDURE
               REWRITE REG-FILMES
               PERFORM JRN-FILMES-PROCEDURE
           END-IF.
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
           MOVE RPFORN TO NFFORN.
           MOVE WS-HOJE TO NFDATA.
           MOVE WS-NF-VALOR TO NFVALOR.
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
       DEVOLVE-PROCEDURE.
           PERFORM LE-ACORDO-PROCEDURE.
           IF WS-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTA-COPIAS-PROCEDURE.
           IF WS-QTD-ALUGADAS > ZERO
               DISPLAY WS-QTD-ALUGADAS " COPIA(S) AINDA ALUGADA(S),"
                   " AGUARDE A DEVOLUCAO DO CLIENTE"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COPIAS A DEVOLVER: " WS-QTD-COPIAS.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N)? ".
           ACCEPT WS-RESP.
           IF WS-RESP <> "S" AND WS-RESP <> "s"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           PERFORM RETIRA-COPIAS-PROCEDURE.
           CLOSE ARQ-FILMES.
           MOVE "D" TO RPSITUACAO.
           MOVE WS-HOJE TO RPDTENC.
           REWRITE REG-REPARTE.
           DISPLAY "COPIAS RETIRADAS DE CIRCULACAO PARA DEVOLUCAO".
       RETIRA-COPIAS-PROCEDURE.
           MOVE RPFCOD TO FCOD.
           MOVE RPFCOPIA TO FCOPIA.
           IF RPFCOPIA > ZEROES
               READ ARQ-FILMES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM RETIRA-UMA-PROCEDURE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           START ARQ-FILMES KEY IS GREATER THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF FCOD = RPFCOD
                       PERFORM RETIRA-UMA-PROCEDURE
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM.
       RETIRA-UMA-PROCEDURE.
           IF FSTATUS <> "X" AND FSTATUS <> "P" AND FSTATUS <> "M"
               MOVE "M" TO FSTATUS
               PERFORM JRN-ANTES-FILMES-PROCEDURE
               REWRITE REG-FILMES
               PERFORM JRN-FILMES-PROCEDURE
           END-IF.
       VALIDA-SUPERVISOR-PROCEDURE.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY "SUPERVISOR: ".
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
       VALIDA-DATA-PROCEDURE.
           MOVE "G" TO WS-DATA-MODO.
           CALL "Data_Verify" USING WS-DATA-LK WS-DATA-MODO
               WS-DATA-VALIDA
           END-CALL.
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
               MOVE "REPARTCAD" TO WS-JRN-PROGRAMA
               MOVE WS-SUP-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM REPARTCAD.
