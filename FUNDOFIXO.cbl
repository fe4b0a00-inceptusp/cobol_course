       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDOFIXO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFUNDOFIXO.
               COPY FCTIPODESP.
               COPY FCVALEFF.
               COPY FCFFMOV.
               COPY FCFUNCIONARIOS.
               COPY FCSEQUENCIA.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFUNDOFIXO.
           COPY FDTIPODESP.
           COPY FDVALEFF.
           COPY FDFFMOV.
           COPY FDFUNCIONARIOS.
           COPY FDSEQUENCIA.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-FIL PIC X(2).
           77 WS-HOJE PIC 9(8).
           77 WS-FIL PIC 9(2).
           77 WS-I PIC 9(3).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-SUP-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-FX-VALOR PIC 9(7)V99.
           77 WS-FX-RESP PIC 9(5).
           77 WS-FX-ATIVO PIC X(1).
           77 WS-FX-DIF PIC 9(7)V99.
           77 WS-TD-CODIGO PIC X(1).
           77 WS-TD-DESCRICAO PIC X(30).
           77 WS-TD-LIMITE PIC 9(5)V99.
           77 WS-TD-ATIVO PIC X(1).
           77 WS-VF-VALOR PIC 9(7)V99.
           77 WS-VF-FORNEC PIC X(30).
           77 WS-VF-RECIBO PIC X(15).
           77 WS-NUMERO PIC 9(9).
           77 WS-CONFIRMA PIC X(1).
           77 WS-NOVO PIC X(1).
           77 WS-ABERTO PIC 9(9)V99.
           77 WS-DIFERENCA PIC S9(9)V99.
           77 WS-DIF-ED PIC -9(9).99.
           77 WS-TOT-REPOSICAO PIC 9(9)V99.
           77 WS-CONT-VALES PIC 9(5).
           77 WS-CONT-DIVERGE PIC 9(3) VALUE ZERO.
           77 WS-SITUACAO PIC X(8).
           01 WS-FFM.
               05 WS-FFM-TIPO PIC X(2).
               05 WS-FFM-FORMA PIC X(1).
               05 WS-FFM-VALOR PIC 9(9)V99.
           01 WS-TP-TABELA.
               05 WS-TP-QTD PIC 9(3) VALUE ZERO.
               05 WS-TP-REG OCCURS 60 TIMES.
                   10 WS-TP-CODIGO PIC X(1).
                   10 WS-TP-DESCRICAO PIC X(30).
                   10 WS-TP-TOTAL PIC 9(9)V99.
           01 WS-AB-TABELA.
               05 WS-AB-VALOR PIC 9(9)V99 OCCURS 99 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           MOVE SPACES TO WS-PARM-FIL.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP WS-PARM-FIL
           END-UNSTRING.
           EVALUATE WS-PARM-OP
               WHEN "CAD"
                   PERFORM CADASTRO-FUNDO-PROCEDURE
               WHEN "TIPO"
                   PERFORM CADASTRO-TIPO-PROCEDURE
               WHEN "VALE"
                   PERFORM VALE-PROCEDURE
               WHEN "REPOE"
                   PERFORM REPOSICAO-PROCEDURE
               WHEN SPACES
                   PERFORM POSICAO-PROCEDURE
               WHEN OTHER
                   DISPLAY "USO: ./FUNDOFIXO [CAD | TIPO | VALE"
                       " | REPOE]"
                   MOVE 8 TO WS-RC
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       FUNDO-ABRIR-PROCEDURE.
           OPEN I-O ARQ-FUNDOFIXO.
           IF WS-FS = "35"
               CLOSE ARQ-FUNDOFIXO
               OPEN OUTPUT ARQ-FUNDOFIXO
               CLOSE ARQ-FUNDOFIXO
               OPEN I-O ARQ-FUNDOFIXO
           END-IF.
       VALE-ABRIR-PROCEDURE.
           OPEN I-O ARQ-VALEFF.
           IF WS-FS = "35"
               CLOSE ARQ-VALEFF
               OPEN OUTPUT ARQ-VALEFF
               CLOSE ARQ-VALEFF
               OPEN I-O ARQ-VALEFF
           END-IF.
       FFMOV-ABRIR-PROCEDURE.
           OPEN EXTEND ARQ-FFMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-FFMOV
           END-IF.
       GRAVA-FFMOV-PROCEDURE.
           PERFORM FFMOV-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FFMOV, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOJE TO FMDATA.
           MOVE WS-FFM-TIPO TO FMTIPO.
           MOVE WS-FIL TO FMFILIAL.
           MOVE WS-FFM-FORMA TO FMFORMA.
           MOVE WS-FFM-VALOR TO FMVALOR.
           WRITE REG-FFMOV.
           CLOSE ARQ-FFMOV.
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
           MOVE SNUMERO TO WS-NUMERO.
           CLOSE ARQ-SEQUENCIA.
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
       LE-FILIAL-PROCEDURE.
           IF WS-PARM-FIL IS NUMERIC
               MOVE WS-PARM-FIL TO WS-FIL
           ELSE
               DISPLAY "FILIAL (01-99): "
               ACCEPT WS-FIL
           END-IF.
       CADASTRO-FUNDO-PROCEDURE.
           PERFORM LE-FILIAL-PROCEDURE.
           IF WS-FIL = ZERO
               DISPLAY "FILIAL INVALIDA"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FUNDO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FUNDOFIXO, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIL TO FXFILIAL.
           READ ARQ-FUNDOFIXO
               INVALID KEY
                   DISPLAY "FILIAL SEM FUNDO FIXO"
                   MOVE "S" TO WS-NOVO
                   MOVE ZEROES TO FXVALOR
                   MOVE ZEROES TO FXSALDO
               NOT INVALID KEY
                   MOVE "N" TO WS-NOVO
                   DISPLAY "ATUAL: VALOR " FXVALOR " SALDO " FXSALDO
                       " RESPONSAVEL " FXRESP " ATIVO " FXATIVO
           END-READ.
           DISPLAY "VALOR DO FUNDO FIXO: ".
           ACCEPT WS-FX-VALOR.
           IF WS-FX-VALOR < FXVALOR
               COMPUTE WS-FX-DIF = FXVALOR - WS-FX-VALOR
               IF WS-FX-DIF > FXSALDO
                   DISPLAY "REDUCAO MAIOR QUE O SALDO EM ESPECIE,"
                       " FACA A REPOSICAO ANTES"
                   CLOSE ARQ-FUNDOFIXO
                   MOVE 4 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "RESPONSAVEL PELO FUNDO (EMPID): ".
           ACCEPT WS-FX-RESP.
           DISPLAY "FUNDO ATIVO (S/N): ".
           ACCEPT WS-FX-ATIVO.
           MOVE FUNCTION UPPER-CASE(WS-FX-ATIVO) TO WS-FX-ATIVO.
           IF WS-FX-ATIVO <> "S"
               MOVE "N" TO WS-FX-ATIVO
           END-IF.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "GERENTE NAO AUTORIZADO"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-FFM-VALOR.
           MOVE SPACE TO WS-FFM-FORMA.
           IF WS-FX-VALOR > FXVALOR
               COMPUTE WS-FFM-VALOR = WS-FX-VALOR - FXVALOR
               ADD WS-FFM-VALOR TO FXSALDO
               MOVE "FC" TO WS-FFM-TIPO
           END-IF.
           IF WS-FX-VALOR < FXVALOR
               COMPUTE WS-FFM-VALOR = FXVALOR - WS-FX-VALOR
               SUBTRACT WS-FFM-VALOR FROM FXSALDO
               MOVE "FD" TO WS-FFM-TIPO
           END-IF.
           MOVE WS-FIL TO FXFILIAL.
           MOVE WS-FX-VALOR TO FXVALOR.
           MOVE WS-FX-RESP TO FXRESP.
           MOVE WS-FX-ATIVO TO FXATIVO.
           IF WS-NOVO = "S"
               WRITE REG-FUNDOFIXO
           ELSE
               REWRITE REG-FUNDOFIXO
           END-IF.
           CLOSE ARQ-FUNDOFIXO.
           IF WS-FFM-VALOR > ZERO
               PERFORM GRAVA-FFMOV-PROCEDURE
           END-IF.
           DISPLAY "FUNDO FIXO DA FILIAL " WS-FIL " GRAVADO".
       CADASTRO-TIPO-PROCEDURE.
           OPEN I-O ARQ-TIPODESP.
           IF WS-FS = "35"
               CLOSE ARQ-TIPODESP
               OPEN OUTPUT ARQ-TIPODESP
               CLOSE ARQ-TIPODESP
               OPEN I-O ARQ-TIPODESP
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR TIPODESP, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO TIPO DE DESPESA (A-Z/0-9): ".
           ACCEPT WS-TD-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-TD-CODIGO) TO WS-TD-CODIGO.
           IF WS-TD-CODIGO = SPACE
               DISPLAY "CODIGO INVALIDO"
               CLOSE ARQ-TIPODESP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TD-CODIGO TO TDCODIGO.
           READ ARQ-TIPODESP
               INVALID KEY
                   DISPLAY "TIPO NOVO"
                   MOVE "S" TO WS-NOVO
               NOT INVALID KEY
                   MOVE "N" TO WS-NOVO
                   DISPLAY "ATUAL: " TDDESCRICAO " LIMITE " TDLIMITE
                       " ATIVO " TDATIVO
           END-READ.
           DISPLAY "DESCRICAO: ".
           ACCEPT WS-TD-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(WS-TD-DESCRICAO) TO
               WS-TD-DESCRICAO.
           DISPLAY "LIMITE POR VALE (0 = SEM LIMITE): ".
           ACCEPT WS-TD-LIMITE.
           DISPLAY "TIPO ATIVO (S/N): ".
           ACCEPT WS-TD-ATIVO.
           MOVE FUNCTION UPPER-CASE(WS-TD-ATIVO) TO WS-TD-ATIVO.
           IF WS-TD-ATIVO <> "S"
               MOVE "N" TO WS-TD-ATIVO
           END-IF.
           MOVE WS-TD-CODIGO TO TDCODIGO.
           MOVE WS-TD-DESCRICAO TO TDDESCRICAO.
           MOVE WS-TD-LIMITE TO TDLIMITE.
           MOVE WS-TD-ATIVO TO TDATIVO.
           IF WS-NOVO = "S"
               WRITE REG-TIPODESP
           ELSE
               REWRITE REG-TIPODESP
           END-IF.
           CLOSE ARQ-TIPODESP.
           DISPLAY "TIPO DE DESPESA GRAVADO. CONTAS NO CONTAMAPCAD:"
               " EVENTO FF FORMA " WS-TD-CODIGO.
       VALE-PROCEDURE.
           PERFORM LE-FILIAL-PROCEDURE.
           PERFORM FUNDO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FUNDOFIXO, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIL TO FXFILIAL.
           READ ARQ-FUNDOFIXO
               INVALID KEY
                   DISPLAY "FILIAL SEM FUNDO FIXO CADASTRADO"
                   CLOSE ARQ-FUNDOFIXO
                   MOVE 4 TO WS-RC
                   EXIT PARAGRAPH
           END-READ.
           IF FXATIVO <> "S"
               DISPLAY "FUNDO FIXO DA FILIAL INATIVO"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SALDO DISPONIVEL NO FUNDO: " FXSALDO.
           OPEN INPUT ARQ-TIPODESP.
           IF WS-FS <> 0
               DISPLAY "SEM TIPOS DE DESPESA (./FUNDOFIXO TIPO)"
               CLOSE ARQ-TIPODESP
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TIPO DE DESPESA: ".
           ACCEPT WS-TD-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-TD-CODIGO) TO WS-TD-CODIGO.
           MOVE WS-TD-CODIGO TO TDCODIGO.
           READ ARQ-TIPODESP
               INVALID KEY
                   MOVE "N" TO TDATIVO
           END-READ.
           CLOSE ARQ-TIPODESP.
           IF TDATIVO <> "S"
               DISPLAY "TIPO DE DESPESA INEXISTENTE OU INATIVO"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY TDDESCRICAO.
           DISPLAY "VALOR: ".
           ACCEPT WS-VF-VALOR.
           IF WS-VF-VALOR = ZERO
               DISPLAY "VALOR OBRIGATORIO"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF TDLIMITE > ZERO AND WS-VF-VALOR > TDLIMITE
               DISPLAY "VALOR ACIMA DO LIMITE DO TIPO: " TDLIMITE
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-VF-VALOR > FXSALDO
               DISPLAY "SALDO DO FUNDO INSUFICIENTE, SOLICITE A"
                   " REPOSICAO (./FUNDOFIXO REPOE)"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FORNECEDOR: ".
           ACCEPT WS-VF-FORNEC.
           MOVE FUNCTION UPPER-CASE(WS-VF-FORNEC) TO WS-VF-FORNEC.
           DISPLAY "NUMERO DO RECIBO / CUPOM: ".
           ACCEPT WS-VF-RECIBO.
           IF WS-VF-FORNEC = SPACES OR WS-VF-RECIBO = SPACES
               DISPLAY "FORNECEDOR E RECIBO SAO OBRIGATORIOS"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "GERENTE NAO AUTORIZADO"
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALE-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR VALEFF, FS=" WS-FS
               CLOSE ARQ-FUNDOFIXO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "V" TO STIPO.
           PERFORM PROXIMO-NUMERO-PROCEDURE.
           MOVE WS-NUMERO TO VFNUMERO.
           MOVE WS-FIL TO VFFILIAL.
           MOVE WS-HOJE TO VFDATA.
           MOVE WS-TD-CODIGO TO VFTIPO.
           MOVE WS-VF-VALOR TO VFVALOR.
           MOVE WS-VF-FORNEC TO VFFORNEC.
           MOVE WS-VF-RECIBO TO VFRECIBO.
           MOVE WS-SUP-EMPID TO VFGERENTE.
           MOVE "A" TO VFSTATUS.
           MOVE ZEROES TO VFREPOSICAO.
           WRITE REG-VALEFF
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR VALE " WS-NUMERO
                   CLOSE ARQ-VALEFF
                   CLOSE ARQ-FUNDOFIXO
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-WRITE.
           CLOSE ARQ-VALEFF.
           SUBTRACT WS-VF-VALOR FROM FXSALDO.
           REWRITE REG-FUNDOFIXO.
           CLOSE ARQ-FUNDOFIXO.
           MOVE "FF" TO WS-FFM-TIPO.
           MOVE WS-TD-CODIGO TO WS-FFM-FORMA.
           MOVE WS-VF-VALOR TO WS-FFM-VALOR.
           PERFORM GRAVA-FFMOV-PROCEDURE.
           DISPLAY "VALE " WS-NUMERO " REGISTRADO, SALDO DO FUNDO "
               FXSALDO.
       REPOSICAO-PROCEDURE.
           PERFORM LE-FILIAL-PROCEDURE.
           PERFORM FUNDO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FUNDOFIXO, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIL TO FXFILIAL.
           READ ARQ-FUNDOFIXO
               INVALID KEY
                   DISPLAY "FILIAL SEM FUNDO FIXO CADASTRADO"
                   CLOSE ARQ-FUNDOFIXO
                   MOVE 4 TO WS-RC
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CARREGA-TIPOS-PROCEDURE.
           PERFORM VALE-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR VALEFF, FS=" WS-FS
               CLOSE ARQ-FUNDOFIXO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-TOT-REPOSICAO.
           MOVE ZEROES TO WS-CONT-VALES.
           MOVE ZEROES TO VFNUMERO.
           START ARQ-VALEFF KEY IS GREATER THAN VFNUMERO
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-VALEFF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND VFFILIAL = WS-FIL
                   AND VFSTATUS = "A"
                   ADD 1 TO WS-CONT-VALES
                   ADD VFVALOR TO WS-TOT-REPOSICAO
               END-IF
           END-PERFORM.
           IF WS-CONT-VALES = ZERO
               DISPLAY "NENHUM VALE PENDENTE DE REPOSICAO NA FILIAL "
                   WS-FIL
               CLOSE ARQ-VALEFF
               CLOSE ARQ-FUNDOFIXO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-CONT-VALES " VALE(S) PENDENTE(S), TOTAL "
               WS-TOT-REPOSICAO.
           DISPLAY "CONFIRMA A SOLICITACAO DE REPOSICAO (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA <> "S" AND WS-CONFIRMA <> "s"
               CLOSE ARQ-VALEFF
               CLOSE ARQ-FUNDOFIXO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "GERENTE NAO AUTORIZADO"
               CLOSE ARQ-VALEFF
               CLOSE ARQ-FUNDOFIXO
               MOVE 4 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO STIPO.
           PERFORM PROXIMO-NUMERO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "REPOSICAO." WS-FIL "." WS-NUMERO ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "REPOSICAO DO FUNDO FIXO FILIAL " WS-FIL
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "VALE      DATA     T FORNECEDOR"
               "                     RECIBO          GERENTE"
               "      VALOR"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "SOLICITACAO " WS-NUMERO " EMITIDA EM " WS-HOJE
               " FUNDO " FXVALOR " RESPONSAVEL " FXRESP
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE ZEROES TO VFNUMERO.
           START ARQ-VALEFF KEY IS GREATER THAN VFNUMERO
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-VALEFF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND VFFILIAL = WS-FIL
                   AND VFSTATUS = "A"
                   PERFORM REPOE-VALE-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALEFF.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "TOTAL POR TIPO DE DESPESA" TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TP-QTD
               IF WS-TP-TOTAL (WS-I) > ZERO
                   MOVE SPACES TO WS-REP-LINHA
                   STRING WS-TP-CODIGO (WS-I) " "
                       WS-TP-DESCRICAO (WS-I) " " WS-TP-TOTAL (WS-I)
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL A REPOR=" WS-TOT-REPOSICAO " EM "
               WS-CONT-VALES " VALE(S) APROVADO POR " WS-SUP-EMPID
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           ADD WS-TOT-REPOSICAO TO FXSALDO.
           REWRITE REG-FUNDOFIXO.
           CLOSE ARQ-FUNDOFIXO.
           MOVE "FR" TO WS-FFM-TIPO.
           MOVE SPACE TO WS-FFM-FORMA.
           MOVE WS-TOT-REPOSICAO TO WS-FFM-VALOR.
           PERFORM GRAVA-FFMOV-PROCEDURE.
           DISPLAY WS-REP-ARQUIVO " GERADO, REPOSICAO DE "
               WS-TOT-REPOSICAO.
       REPOE-VALE-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING VFNUMERO " " VFDATA " " VFTIPO " " VFFORNEC " "
               VFRECIBO " " VFGERENTE " " VFVALOR
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM ACUMULA-TIPO-PROCEDURE.
           MOVE "R" TO VFSTATUS.
           MOVE WS-NUMERO TO VFREPOSICAO.
           REWRITE REG-VALEFF.
       CARREGA-TIPOS-PROCEDURE.
           MOVE ZERO TO WS-TP-QTD.
           OPEN INPUT ARQ-TIPODESP.
           IF WS-FS <> 0
               CLOSE ARQ-TIPODESP
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-TIPODESP NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND WS-TP-QTD < 60
                   ADD 1 TO WS-TP-QTD
                   MOVE TDCODIGO TO WS-TP-CODIGO (WS-TP-QTD)
                   MOVE TDDESCRICAO TO WS-TP-DESCRICAO (WS-TP-QTD)
                   MOVE ZEROES TO WS-TP-TOTAL (WS-TP-QTD)
               END-IF
           END-PERFORM.
           CLOSE ARQ-TIPODESP.
       ACUMULA-TIPO-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TP-QTD
               IF WS-TP-CODIGO (WS-I) = VFTIPO
                   ADD VFVALOR TO WS-TP-TOTAL (WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-TP-QTD < 60
               ADD 1 TO WS-TP-QTD
               MOVE VFTIPO TO WS-TP-CODIGO (WS-TP-QTD)
               MOVE "TIPO NAO CADASTRADO" TO
                   WS-TP-DESCRICAO (WS-TP-QTD)
               MOVE VFVALOR TO WS-TP-TOTAL (WS-TP-QTD)
           END-IF.
       POSICAO-PROCEDURE.
           INITIALIZE WS-AB-TABELA.
           OPEN INPUT ARQ-VALEFF.
           IF WS-FS = 0
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARQ-VALEFF NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N" AND VFSTATUS = "A"
                       AND VFFILIAL > ZERO
                       ADD VFVALOR TO WS-AB-VALOR (VFFILIAL)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-VALEFF.
           OPEN INPUT ARQ-FUNDOFIXO.
           IF WS-FS <> 0
               DISPLAY "SEM FUNDO FIXO CADASTRADO"
               CLOSE ARQ-FUNDOFIXO
               EXIT PARAGRAPH
           END-IF.
           MOVE "FUNDOFIXO.TXT" TO WS-REP-ARQUIVO.
           MOVE "POSICAO DO FUNDO FIXO POR FILIAL" TO WS-REP-TITULO.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FL RESP        FUNDO        SALDO  VALES PEND."
               "      DIFERENCA SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FUNDOFIXO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FXFILIAL > ZERO
                   PERFORM GRAVA-LINHA-POSICAO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FUNDOFIXO.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "FUNDOFIXO.TXT GERADO, " WS-CONT-DIVERGE
               " FUNDO(S) COM DIFERENCA".
       GRAVA-LINHA-POSICAO-PROCEDURE.
           MOVE WS-AB-VALOR (FXFILIAL) TO WS-ABERTO.
           COMPUTE WS-DIFERENCA = FXSALDO + WS-ABERTO - FXVALOR.
           MOVE WS-DIFERENCA TO WS-DIF-ED.
           IF WS-DIFERENCA = ZERO
               MOVE "CONFERE" TO WS-SITUACAO
           ELSE
               MOVE "DIVERGE" TO WS-SITUACAO
               ADD 1 TO WS-CONT-DIVERGE
           END-IF.
           IF FXATIVO <> "S"
               MOVE "INATIVO" TO WS-SITUACAO
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING FXFILIAL " " FXRESP " " FXVALOR " " FXSALDO " "
               WS-ABERTO " " WS-DIF-ED " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM FUNDOFIXO.
