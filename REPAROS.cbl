       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAROS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCREPARO.
               COPY FCFILME.
               COPY FCCONDHIST.
               COPY FCNOTAFISC.
               COPY FCSEQUENCIA.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
               SELECT WORK-REPARO ASSIGN TO "WRKREP.DAT".
       DATA DIVISION.
       FILE SECTION.
           COPY FDREPARO.
           COPY FDFILME.
           COPY FDCONDHIST.
           COPY FDNOTAFISC.
           COPY FDSEQUENCIA.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
           SD WORK-REPARO.
           01 WRP-REG.
               05 WRP-FORN PIC 9(4).
               05 WRP-DIAS PIC 9(5).
               05 WRP-NUM PIC 9(6).
               05 WRP-FCOD PIC 9(4).
               05 WRP-FCOPIA PIC 9(2).
               05 WRP-ENVIO PIC 9(8).
               05 WRP-PROMESSA PIC 9(8).
               05 WRP-ORCADO PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO-HOJE PIC 9(7).
           77 WS-FCOD PIC 9(4).
           77 WS-FCOPIA PIC 9(2).
           77 WS-FORN PIC 9(4).
           77 WS-NUM PIC 9(6).
           77 WS-PROMESSA PIC 9(8).
           77 WS-ORCADO PIC 9(7)V99.
           77 WS-FINAL PIC 9(7)V99.
           77 WS-RESULTADO PIC X(1).
           77 WS-ACHOU PIC X(1).
           77 WS-RESP PIC X(1).
           77 WS-EMPID PIC 9(5).
           77 WS-CH-STATUS PIC X(1).
           77 WS-CH-VALOR PIC 9(7)V99.
           77 WS-NF-NUMERO PIC 9(9).
           77 WS-NF-VENCTO PIC 9(8).
           77 WS-DATA-LK PIC 9(8).
           77 WS-DATA-MODO PIC X(1).
           77 WS-DATA-VALIDA PIC X(1).
           77 WS-FORN-ANT PIC 9(4).
           77 WS-FORN-NOME PIC X(30).
           77 WS-CONT-ATRASO PIC 9(5) VALUE ZERO.
           77 WS-TOT-ORCADO PIC 9(9)V99 VALUE ZERO.
           01 WS-FX.
               05 WS-FX-7 PIC 9(3).
               05 WS-FX-15 PIC 9(3).
               05 WS-FX-30 PIC 9(3).
               05 WS-FX-MAIS PIC 9(3).
               05 WS-FX-QTD PIC 9(3).
               05 WS-FX-VALOR PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           DISPLAY "ORDENS DE REPARO DE COPIAS DANIFICADAS".
           DISPLAY "(1) ENVIAR COPIA PARA REPARO".
           DISPLAY "(2) REGISTRAR RETORNO DO REPARO".
           DISPLAY "(3) LISTAR ORDENS EM ABERTO".
           DISPLAY "(4) RELATORIO DE REPAROS EM ATRASO".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.
           OPEN I-O ARQ-REPARO.
           IF WS-FS = "35"
               CLOSE ARQ-REPARO
               OPEN OUTPUT ARQ-REPARO
               CLOSE ARQ-REPARO
               OPEN I-O ARQ-REPARO
           END-IF.
           IF WS-FS <> "00"
               DISPLAY "ERRO AO ABRIR REPARO, FS=" WS-FS
               STOP RUN RETURNING 1
           END-IF.
           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ENVIA-PROCEDURE
               WHEN 2
                   PERFORM RETORNO-PROCEDURE
               WHEN 3
                   PERFORM LISTA-PROCEDURE
               WHEN 4
                   PERFORM ATRASO-PROCEDURE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           CLOSE ARQ-REPARO.
           STOP RUN.
       ENVIA-PROCEDURE.
           DISPLAY "CODIGO DO FILME: ".
           ACCEPT WS-FCOD.
           DISPLAY "COPIA: ".
           ACCEPT WS-FCOPIA.
           PERFORM BUSCA-ABERTA-PROCEDURE.
           IF WS-ACHOU = "S"
               DISPLAY "COPIA JA ESTA NA ORDEM DE REPARO " WS-NUM
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FCOD TO FCOD.
           MOVE WS-FCOPIA TO FCOPIA.
           READ ARQ-FILMES
               INVALID KEY
                   DISPLAY "FILME/COPIA NAO ENCONTRADO NO ACERVO"
                   CLOSE ARQ-FILMES
                   EXIT PARAGRAPH
           END-READ.
           IF FACPF <> ZEROES
               DISPLAY "COPIA ALUGADA, AGUARDE A DEVOLUCAO"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           IF FSTATUS <> SPACE AND FSTATUS <> "D" AND FSTATUS <> "R"
               DISPLAY "SITUACAO DA COPIA NAO PERMITE REPARO: "
                   FSTATUS
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TITULO: " FNOME.
           DISPLAY "OFICINA (CODIGO DO FORNECEDOR): ".
           ACCEPT WS-FORN.
           PERFORM CONFERE-FORNECEDOR-PROCEDURE.
           IF WS-ACHOU <> "S"
               DISPLAY "FORNECEDOR NAO CADASTRADO"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "PREVISAO DE RETORNO (AAAAMMDD): "
               ACCEPT WS-PROMESSA
               MOVE WS-PROMESSA TO WS-DATA-LK
               PERFORM VALIDA-DATA-PROCEDURE
               IF WS-DATA-VALIDA <> "S" OR WS-PROMESSA < WS-HOJE
                   MOVE "N" TO WS-DATA-VALIDA
                   DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           DISPLAY "VALOR ORCADO: ".
           ACCEPT WS-ORCADO.
           DISPLAY "FUNCIONARIO RESPONSAVEL: ".
           ACCEPT WS-EMPID.
           DISPLAY "CONFIRMA O ENVIO PARA REPARO (S/N)? ".
           ACCEPT WS-RESP.
           IF WS-RESP <> "S" AND WS-RESP <> "s"
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMA-ORDEM-PROCEDURE.
           MOVE WS-NUM TO ORNUM.
           MOVE WS-FCOD TO ORFCOD.
           MOVE WS-FCOPIA TO ORFCOPIA.
           MOVE WS-FORN TO ORFORN.
           MOVE WS-HOJE TO ORENVIO.
           MOVE WS-PROMESSA TO ORPROMESSA.
           MOVE WS-ORCADO TO ORORCADO.
           MOVE ZEROES TO ORFINAL.
           MOVE ZEROES TO ORRETORNO.
           MOVE SPACE TO ORRESULTADO.
           MOVE "A" TO ORSTATUS.
           MOVE FSTATUS TO ORSTATANT.
           MOVE ZEROES TO ORNOTA.
           MOVE WS-EMPID TO OREMPID.
           WRITE REG-REPARO
               INVALID KEY REWRITE REG-REPARO
           END-WRITE.
           MOVE "R" TO FSTATUS.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           MOVE "R" TO WS-CH-STATUS.
           MOVE ZEROES TO WS-CH-VALOR.
           PERFORM GRAVA-CONDHIST-PROCEDURE.
           CLOSE ARQ-FILMES.
           DISPLAY "ORDEM DE REPARO " WS-NUM " ABERTA".
       BUSCA-ABERTA-PROCEDURE.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROES TO ORNUM.
           START ARQ-REPARO KEY IS GREATER THAN ORNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y" OR WS-ACHOU = "S"
               READ ARQ-REPARO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ORSTATUS = "A"
                   AND ORFCOD = WS-FCOD AND ORFCOPIA = WS-FCOPIA
                   MOVE "S" TO WS-ACHOU
                   MOVE ORNUM TO WS-NUM
               END-IF
           END-PERFORM.
       RETORNO-PROCEDURE.
           DISPLAY "NUMERO DA ORDEM DE REPARO: ".
           ACCEPT WS-NUM.
           MOVE WS-NUM TO ORNUM.
           READ ARQ-REPARO
               INVALID KEY
                   DISPLAY "ORDEM NAO ENCONTRADA"
                   EXIT PARAGRAPH
           END-READ.
           IF ORSTATUS <> "A"
               DISPLAY "ORDEM JA ENCERRADA EM " ORRETORNO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FILME " ORFCOD " COPIA " ORFCOPIA
               " OFICINA " ORFORN " ENVIADA EM " ORENVIO.
           DISPLAY "VALOR ORCADO: " ORORCADO.
           DISPLAY "RESULTADO (R=REPARADA I=IRRECUPERAVEL): ".
           ACCEPT WS-RESULTADO.
           PERFORM UNTIL WS-RESULTADO = "R" OR WS-RESULTADO = "I"
               DISPLAY "RESULTADO INVALIDO! DIGITE R OU I: "
               ACCEPT WS-RESULTADO
           END-PERFORM.
           DISPLAY "VALOR FINAL COBRADO PELA OFICINA: ".
           ACCEPT WS-FINAL.
           IF WS-FINAL > ZEROES
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
           DISPLAY "CONFIRMA O RETORNO (S/N)? ".
           ACCEPT WS-RESP.
           IF WS-RESP <> "S" AND WS-RESP <> "s"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE ORFCOD TO FCOD.
           MOVE ORFCOPIA TO FCOPIA.
           READ ARQ-FILMES
               INVALID KEY
                   DISPLAY "COPIA NAO ENCONTRADA NO ACERVO"
                   CLOSE ARQ-FILMES
                   EXIT PARAGRAPH
           END-READ.
           MOVE OREMPID TO WS-EMPID.
           MOVE "R" TO WS-CH-STATUS.
           MOVE WS-FINAL TO WS-CH-VALOR.
           PERFORM GRAVA-CONDHIST-PROCEDURE.
           IF FSTATUS = "R"
               IF WS-RESULTADO = "R"
                   MOVE SPACE TO FSTATUS
               ELSE
                   MOVE "D" TO FSTATUS
               END-IF
               PERFORM JRN-ANTES-FILMES-PROCEDURE
               REWRITE REG-FILMES
               PERFORM JRN-FILMES-PROCEDURE
               MOVE FSTATUS TO WS-CH-STATUS
               MOVE ZEROES TO WS-CH-VALOR
               MOVE ZEROES TO WS-EMPID
               PERFORM GRAVA-CONDHIST-PROCEDURE
           END-IF.
           CLOSE ARQ-FILMES.
           MOVE ZEROES TO WS-NF-NUMERO.
           IF WS-FINAL > ZEROES
               PERFORM LANCA-NOTA-PROCEDURE
           END-IF.
           MOVE WS-FINAL TO ORFINAL.
           MOVE WS-HOJE TO ORRETORNO.
           MOVE WS-RESULTADO TO ORRESULTADO.
           MOVE "F" TO ORSTATUS.
           MOVE WS-NF-NUMERO TO ORNOTA.
           REWRITE REG-REPARO.
           IF WS-RESULTADO = "R"
               DISPLAY "COPIA REPARADA DE VOLTA AO ACERVO"
           ELSE
               DISPLAY "COPIA IRRECUPERAVEL MANTIDA COMO DANIFICADA"
           END-IF.
           IF WS-NF-NUMERO > ZEROES
               DISPLAY "CUSTO LANCADO A PAGAR, NOTA " WS-NF-NUMERO
           END-IF.
       LISTA-PROCEDURE.
           MOVE ZEROES TO ORNUM.
           START ARQ-REPARO KEY IS GREATER THAN ORNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           DISPLAY "ORDEM  FILME CP FORN ENVIO    PREVISAO ORCADO".
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-REPARO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ORSTATUS = "A"
                   DISPLAY ORNUM " " ORFCOD "  " ORFCOPIA " " ORFORN
                       " " ORENVIO " " ORPROMESSA " " ORORCADO
               END-IF
           END-PERFORM.
       ATRASO-PROCEDURE.
           SORT WORK-REPARO ON ASCENDING KEY WRP-FORN
               DESCENDING KEY WRP-DIAS
               INPUT PROCEDURE IS COLETA-ATRASO-PROCEDURE
               OUTPUT PROCEDURE IS GRAVA-ATRASO-PROCEDURE.
           DISPLAY "REPAROREL.TXT GERADO, " WS-CONT-ATRASO
               " ORDEM(NS) EM ATRASO".
       COLETA-ATRASO-PROCEDURE.
           MOVE ZEROES TO ORNUM.
           START ARQ-REPARO KEY IS GREATER THAN ORNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-REPARO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ORSTATUS = "A"
                   AND ORPROMESSA < WS-HOJE
                   MOVE ORFORN TO WRP-FORN
                   COMPUTE WRP-DIAS = WS-JULIANO-HOJE
                       - FUNCTION INTEGER-OF-DATE (ORPROMESSA)
                   MOVE ORNUM TO WRP-NUM
                   MOVE ORFCOD TO WRP-FCOD
                   MOVE ORFCOPIA TO WRP-FCOPIA
                   MOVE ORENVIO TO WRP-ENVIO
                   MOVE ORPROMESSA TO WRP-PROMESSA
                   MOVE ORORCADO TO WRP-ORCADO
                   RELEASE WRP-REG
               END-IF
           END-PERFORM.
       GRAVA-ATRASO-PROCEDURE.
           OPEN INPUT ARQ-FORNECEDOR.
           MOVE "REPAROREL.TXT" TO WS-REP-ARQUIVO.
           MOVE "REPAROS EM ATRASO POR OFICINA" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FORN NOME                           ORDEM  FILME CP"
               " ENVIO    PREVISAO ATRASO     ORCADO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE ZEROES TO WS-FORN-ANT.
           INITIALIZE WS-FX.
           RETURN WORK-REPARO
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-RETURN.
           PERFORM UNTIL WS-EOF = "Y"
               IF WRP-FORN <> WS-FORN-ANT
                   IF WS-FX-QTD > ZERO
                       PERFORM GRAVA-SUBTOTAL-PROCEDURE
                   END-IF
                   MOVE WRP-FORN TO WS-FORN-ANT
                   PERFORM NOME-FORNECEDOR-PROCEDURE
               END-IF
               ADD 1 TO WS-FX-QTD
               ADD 1 TO WS-CONT-ATRASO
               ADD WRP-ORCADO TO WS-FX-VALOR
               ADD WRP-ORCADO TO WS-TOT-ORCADO
               EVALUATE TRUE
                   WHEN WRP-DIAS <= 7
                       ADD 1 TO WS-FX-7
                   WHEN WRP-DIAS <= 15
                       ADD 1 TO WS-FX-15
                   WHEN WRP-DIAS <= 30
                       ADD 1 TO WS-FX-30
                   WHEN OTHER
                       ADD 1 TO WS-FX-MAIS
               END-EVALUATE
               MOVE SPACES TO WS-REP-LINHA
               STRING WRP-FORN " " WS-FORN-NOME " " WRP-NUM " "
                   WRP-FCOD "  " WRP-FCOPIA " " WRP-ENVIO " "
                   WRP-PROMESSA " " WRP-DIAS " " WRP-ORCADO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
               RETURN WORK-REPARO
                   AT END MOVE "Y" TO WS-EOF
               END-RETURN
           END-PERFORM.
           IF WS-FX-QTD > ZERO
               PERFORM GRAVA-SUBTOTAL-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL EM ATRASO: " WS-CONT-ATRASO
               " ORDEM(NS) ORCADO=" WS-TOT-ORCADO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           CLOSE ARQ-FORNECEDOR.
       GRAVA-SUBTOTAL-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  OFICINA " WS-FORN-ANT ": " WS-FX-QTD
               " ORDEM(NS) 1-7=" WS-FX-7 " 8-15=" WS-FX-15
               " 16-30=" WS-FX-30 " +30=" WS-FX-MAIS
               " ORCADO=" WS-FX-VALOR
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           INITIALIZE WS-FX.
       NOME-FORNECEDOR-PROCEDURE.
           MOVE SPACES TO WS-FORN-NOME.
           MOVE WS-FORN-ANT TO FORNCOD.
           READ ARQ-FORNECEDOR
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE FORNNOME TO WS-FORN-NOME
           END-READ.
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
       GRAVA-CONDHIST-PROCEDURE.
           OPEN EXTEND ARQ-CONDHIST.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-CONDHIST
           END-IF.
           IF WS-FS = 0
               ACCEPT CHDATA FROM DATE YYYYMMDD
               ACCEPT CHHORA FROM TIME
               MOVE FCOD TO CHFCOD
               MOVE FCOPIA TO CHFCOPIA
               MOVE WS-CH-STATUS TO CHSTATUS
               MOVE WS-EMPID TO CHEMPID
               MOVE ZEROES TO CHCPF
               MOVE WS-CH-VALOR TO CHVALOR
               WRITE REG-CONDHIST
               CLOSE ARQ-CONDHIST
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
           MOVE ORFORN TO NFFORN.
           MOVE WS-HOJE TO NFDATA.
           MOVE WS-FINAL TO NFVALOR.
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
       PROXIMA-ORDEM-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "C" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO WS-NUM.
           CLOSE ARQ-SEQUENCIA.
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
               MOVE "REPAROS" TO WS-JRN-PROGRAMA
               MOVE WS-EMPID TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM REPAROS.
