       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYALTY.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFRANQUIA.
               COPY FCROYALTY.
               COPY FCROYMOV.
               COPY FCAGREGADO.
               COPY FCSEQUENCIA.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFRANQUIA.
           COPY FDROYALTY.
           COPY FDROYMOV.
           COPY FDAGREGADO.
           COPY FDSEQUENCIA.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-MES PIC X(6).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-INI-MES PIC 9(8).
           77 WS-FIM-MES PIC 9(8).
           77 WS-PROX-MES PIC 9(8).
           77 WS-VENCTO PIC 9(8).
           77 WS-FIL PIC 9(2).
           77 WS-I PIC 9(3).
           77 WS-FQ-QTD PIC 9(3) VALUE ZERO.
           77 WS-CONT-FATURAS PIC 9(3) VALUE ZERO.
           77 WS-CONT-JA PIC 9(3) VALUE ZERO.
           77 WS-CONT-ABERTAS PIC 9(5) VALUE ZERO.
           77 WS-TOT-BASE PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-ROY PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-FUNDO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-ABERTO PIC 9(11)V99 VALUE ZERO.
           77 WS-SALDO PIC 9(9)V99.
           77 WS-DIAS-ATRASO PIC 9(5).
           77 WS-SIT-FATURA PIC X(8).
           77 WS-MES PIC 9(6).
           77 WS-PG-VALOR PIC 9(9)V99.
           77 WS-PG-FORMA PIC X(1).
           77 WS-FQ-NOME PIC X(30).
           77 WS-FQ-CNPJ PIC X(14).
           77 WS-FQ-PERC-ROY PIC 9(2)V99.
           77 WS-FQ-PERC-FUNDO PIC 9(2)V99.
           77 WS-FQ-ATIVA PIC X(1).
           77 WS-FQ-INICIO PIC 9(8).
           77 WS-CNPJ-LK PIC X(14).
           77 WS-CNPJ-VALIDO PIC X(1).
           77 WS-CNPJ-DV1 PIC 9(1).
           77 WS-CNPJ-DV2 PIC 9(1).
           77 WS-DATA-LK PIC 9(8).
           77 WS-DATA-MODO PIC X(1).
           77 WS-DATA-VALIDA PIC X(1).
           01 WS-COMP.
               05 WS-COMP-ANO PIC 9(4).
               05 WS-COMP-MES PIC 9(2).
           01 WS-COMP-N REDEFINES WS-COMP PIC 9(6).
           01 WS-DT-AUX.
               05 WS-DT-ANO PIC 9(4).
               05 WS-DT-MES PIC 9(2).
               05 WS-DT-DIA PIC 9(2).
           01 WS-DT-AUX-N REDEFINES WS-DT-AUX PIC 9(8).
           01 WS-RMV.
               05 WS-RMV-DATA PIC 9(8).
               05 WS-RMV-TIPO PIC X(2).
               05 WS-RMV-FILIAL PIC 9(2).
               05 WS-RMV-CNPJ PIC X(14).
               05 WS-RMV-FORMA PIC X(1).
               05 WS-RMV-VALOR PIC 9(9)V99.
           01 WS-FQ-TABELA.
               05 WS-FQ-REG OCCURS 99 TIMES.
                   10 WS-FQ-ATIVO PIC X(1).
                   10 WS-FQ-T-NOME PIC X(30).
                   10 WS-FQ-T-CNPJ PIC X(14).
                   10 WS-FQ-T-ROY PIC 9(2)V99.
                   10 WS-FQ-T-FUNDO PIC 9(2)V99.
                   10 WS-FQ-BASE PIC 9(9)V99.
                   10 WS-FQ-VLROY PIC 9(9)V99.
                   10 WS-FQ-VLFUNDO PIC 9(9)V99.
                   10 WS-FQ-NUMERO PIC 9(9).
                   10 WS-FQ-SITUACAO PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-OP.
           MOVE SPACES TO WS-PARM-MES.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-OP WS-PARM-MES
           END-UNSTRING.
           EVALUATE WS-PARM-OP
               WHEN "CAD"
                   PERFORM CADASTRO-PROCEDURE
               WHEN "PAGA"
                   PERFORM PAGAMENTO-PROCEDURE
               WHEN "ABERTAS"
                   PERFORM REL-ABERTAS-PROCEDURE
               WHEN OTHER
                   PERFORM FATURAMENTO-PROCEDURE
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       ROYALTY-ABRIR-PROCEDURE.
           OPEN I-O ARQ-ROYALTY.
           IF WS-FS = "35"
               CLOSE ARQ-ROYALTY
               OPEN OUTPUT ARQ-ROYALTY
               CLOSE ARQ-ROYALTY
               OPEN I-O ARQ-ROYALTY
           END-IF.
       PROXIMO-MES-PROCEDURE.
           IF WS-DT-MES = 12
               ADD 1 TO WS-DT-ANO
               MOVE 1 TO WS-DT-MES
           ELSE
               ADD 1 TO WS-DT-MES
           END-IF.
           MOVE 1 TO WS-DT-DIA.
       FATURAMENTO-PROCEDURE.
           IF WS-PARM-OP = SPACES
               MOVE WS-HOJE (1:6) TO WS-COMP
               IF WS-COMP-MES = 1
                   SUBTRACT 1 FROM WS-COMP-ANO
                   MOVE 12 TO WS-COMP-MES
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MES
               END-IF
           ELSE
               IF WS-PARM-OP (1:6) IS NOT NUMERIC
                   DISPLAY "USO: ./ROYALTY [AAAAMM | CAD | PAGA"
                       " | ABERTAS]"
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-OP (1:6) TO WS-COMP
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA (AAAAMM): " WS-COMP
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INI-MES = WS-COMP-N * 100 + 1.
           MOVE WS-INI-MES TO WS-DT-AUX-N.
           PERFORM PROXIMO-MES-PROCEDURE.
           MOVE WS-DT-AUX-N TO WS-PROX-MES.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           COMPUTE WS-VENCTO = WS-PROX-MES + 9.
           INITIALIZE WS-FQ-TABELA.
           PERFORM CARREGA-FRANQUIAS-PROCEDURE.
           IF WS-RC > 4
               EXIT PARAGRAPH
           END-IF.
           IF WS-FQ-QTD = ZERO
               DISPLAY "NENHUMA FILIAL FRANQUEADA ATIVA EM " WS-COMP
               EXIT PARAGRAPH
           END-IF.
           PERFORM APURA-RECEITA-PROCEDURE.
           IF WS-RC > 4
               EXIT PARAGRAPH
           END-IF.
           PERFORM ROYALTY-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ROYALTY, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-ROYMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-ROYMOV
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ROYMOV, FS=" WS-FS
               CLOSE ARQ-ROYALTY
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               MOVE WS-I TO WS-FIL
               IF WS-FQ-ATIVO (WS-FIL) = "S"
                   PERFORM FATURA-FILIAL-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ROYMOV.
           PERFORM EMITE-RESUMO-PROCEDURE.
           CLOSE ARQ-ROYALTY.
           DISPLAY "ROYALTY " WS-COMP ": " WS-CONT-FATURAS
               " FATURA(S) EMITIDA(S), ROYALTY=" WS-TOT-ROY
               " FUNDO=" WS-TOT-FUNDO.
           DISPLAY "ROYALTY." WS-COMP ".TXT GERADO, " WS-CONT-ABERTAS
               " FATURA(S) VENCIDA(S) EM ABERTO".
       CARREGA-FRANQUIAS-PROCEDURE.
           OPEN INPUT ARQ-FRANQUIA.
           IF WS-FS = "35"
               DISPLAY "SEM FILIAIS FRANQUEADAS CADASTRADAS"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FRANQUIA, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FRANQUIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FQFILIAL > ZERO
                   AND FQATIVA = "S" AND FQINICIO <= WS-FIM-MES
                   ADD 1 TO WS-FQ-QTD
                   MOVE "S" TO WS-FQ-ATIVO (FQFILIAL)
                   MOVE FQNOME TO WS-FQ-T-NOME (FQFILIAL)
                   MOVE FQCNPJ TO WS-FQ-T-CNPJ (FQFILIAL)
                   MOVE FQROYALTY TO WS-FQ-T-ROY (FQFILIAL)
                   MOVE FQFUNDO TO WS-FQ-T-FUNDO (FQFILIAL)
               END-IF
           END-PERFORM.
           CLOSE ARQ-FRANQUIA.
       APURA-RECEITA-PROCEDURE.
           OPEN INPUT ARQ-AGREGADO.
           IF WS-FS <> 0
               DISPLAY "AGREGADO NAO DISPONIVEL, FS=" WS-FS
               DISPLAY "FATURAMENTO DE ROYALTIES NAO REALIZADO"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INI-MES TO AGDATA.
           MOVE ZEROES TO AGFILIAL.
           MOVE LOW-VALUES TO AGCATEGORIA.
           MOVE ZEROES TO AGEMPID.
           START ARQ-AGREGADO KEY IS NOT LESS THAN AGCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-AGREGADO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF AGDATA > WS-FIM-MES
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF AGFILIAL > ZERO
                           ADD AGVALOR TO WS-FQ-BASE (AGFILIAL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-AGREGADO.
       FATURA-FILIAL-PROCEDURE.
           MOVE WS-COMP-N TO RYMES.
           MOVE WS-FIL TO RYFILIAL.
           READ ARQ-ROYALTY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RYNUMERO TO WS-FQ-NUMERO (WS-FIL)
                   MOVE RYBASE TO WS-FQ-BASE (WS-FIL)
                   MOVE RYVLROY TO WS-FQ-VLROY (WS-FIL)
                   MOVE RYVLFUNDO TO WS-FQ-VLFUNDO (WS-FIL)
                   MOVE "JA EMITIDA" TO WS-FQ-SITUACAO (WS-FIL)
                   ADD 1 TO WS-CONT-JA
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-FQ-VLROY (WS-FIL) ROUNDED =
               WS-FQ-BASE (WS-FIL) * WS-FQ-T-ROY (WS-FIL) / 100.
           COMPUTE WS-FQ-VLFUNDO (WS-FIL) ROUNDED =
               WS-FQ-BASE (WS-FIL) * WS-FQ-T-FUNDO (WS-FIL) / 100.
           IF WS-FQ-VLROY (WS-FIL) + WS-FQ-VLFUNDO (WS-FIL) = ZERO
               MOVE "S/ RECEITA" TO WS-FQ-SITUACAO (WS-FIL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMA-FATURA-PROCEDURE.
           MOVE WS-COMP-N TO RYMES.
           MOVE WS-FIL TO RYFILIAL.
           MOVE WS-FQ-NUMERO (WS-FIL) TO RYNUMERO.
           MOVE WS-FQ-BASE (WS-FIL) TO RYBASE.
           MOVE WS-FQ-T-ROY (WS-FIL) TO RYPERC-ROY.
           MOVE WS-FQ-T-FUNDO (WS-FIL) TO RYPERC-FUNDO.
           MOVE WS-FQ-VLROY (WS-FIL) TO RYVLROY.
           MOVE WS-FQ-VLFUNDO (WS-FIL) TO RYVLFUNDO.
           COMPUTE RYTOTAL = RYVLROY + RYVLFUNDO.
           MOVE WS-HOJE TO RYEMISSAO.
           MOVE WS-VENCTO TO RYVENCTO.
           MOVE "A" TO RYSTATUS.
           MOVE ZEROES TO RYPGDATA.
           MOVE ZEROES TO RYPGVALOR.
           WRITE REG-ROYALTY
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FATURA DA FILIAL " WS-FIL
                   MOVE "ERRO" TO WS-FQ-SITUACAO (WS-FIL)
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "EMITIDA" TO WS-FQ-SITUACAO (WS-FIL).
           ADD 1 TO WS-CONT-FATURAS.
           PERFORM EMITE-FATURA-PROCEDURE.
           MOVE WS-FIM-MES TO WS-RMV-DATA.
           MOVE WS-FIL TO WS-RMV-FILIAL.
           MOVE WS-FQ-T-CNPJ (WS-FIL) TO WS-RMV-CNPJ.
           MOVE SPACE TO WS-RMV-FORMA.
           IF RYVLROY > ZERO
               MOVE "RY" TO WS-RMV-TIPO
               MOVE RYVLROY TO WS-RMV-VALOR
               PERFORM GRAVA-ROYMOV-PROCEDURE
           END-IF.
           IF RYVLFUNDO > ZERO
               MOVE "RF" TO WS-RMV-TIPO
               MOVE RYVLFUNDO TO WS-RMV-VALOR
               PERFORM GRAVA-ROYMOV-PROCEDURE
           END-IF.
           MOVE "RD" TO WS-RMV-TIPO.
           MOVE RYTOTAL TO WS-RMV-VALOR.
           PERFORM GRAVA-ROYMOV-PROCEDURE.
       GRAVA-ROYMOV-PROCEDURE.
           MOVE WS-RMV-DATA TO RMVDATA.
           MOVE WS-RMV-TIPO TO RMVTIPO.
           MOVE WS-RMV-FILIAL TO RMVFILIAL.
           MOVE WS-RMV-CNPJ TO RMVCNPJ.
           MOVE WS-RMV-FORMA TO RMVFORMA.
           MOVE WS-RMV-VALOR TO RMVVALOR.
           WRITE REG-ROYMOV.
       PROXIMA-FATURA-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "Y" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO WS-FQ-NUMERO (WS-FIL).
           CLOSE ARQ-SEQUENCIA.
       EMITE-FATURA-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "FATROY." WS-FIL "." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "FATURA DE ROYALTIES " WS-COMP
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE "DESCRICAO BASE PERCENTUAL VALOR" TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "FATURA " RYNUMERO " EMISSAO " RYEMISSAO
               " VENCIMENTO " RYVENCTO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "FILIAL " WS-FIL " " WS-FQ-T-NOME (WS-FIL)
               " CNPJ " WS-FQ-T-CNPJ (WS-FIL)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "RECEITA DE LOCACAO DE " WS-INI-MES " A " WS-FIM-MES
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "ROYALTY             " RYBASE " " RYPERC-ROY "% "
               RYVLROY
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "FUNDO DE PROPAGANDA " RYBASE " " RYPERC-FUNDO "% "
               RYVLFUNDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL A PAGAR A MATRIZ=" RYTOTAL
               " ATE " RYVENCTO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       EMITE-RESUMO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "ROYALTY." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "ROYALTIES E FUNDO DE PROPAGANDA " WS-COMP
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "FL NOME                               RECEITA"
               "        ROYALTY          FUNDO    FATURA SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               MOVE WS-I TO WS-FIL
               IF WS-FQ-ATIVO (WS-FIL) = "S"
                   PERFORM GRAVA-LINHA-RESUMO-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAIS RECEITA=" WS-TOT-BASE
               " ROYALTY=" WS-TOT-ROY " FUNDO=" WS-TOT-FUNDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "FATURAS VENCIDAS EM ABERTO" TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM LISTA-ABERTAS-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-LINHA-RESUMO-PROCEDURE.
           ADD WS-FQ-BASE (WS-FIL) TO WS-TOT-BASE.
           ADD WS-FQ-VLROY (WS-FIL) TO WS-TOT-ROY.
           ADD WS-FQ-VLFUNDO (WS-FIL) TO WS-TOT-FUNDO.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-FIL " " WS-FQ-T-NOME (WS-FIL) " "
               WS-FQ-BASE (WS-FIL) " " WS-FQ-VLROY (WS-FIL) " "
               WS-FQ-VLFUNDO (WS-FIL) " " WS-FQ-NUMERO (WS-FIL) " "
               WS-FQ-SITUACAO (WS-FIL)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       LISTA-ABERTAS-PROCEDURE.
           MOVE ZEROES TO RYMES.
           MOVE ZEROES TO RYFILIAL.
           START ARQ-ROYALTY KEY IS NOT LESS THAN RYCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ROYALTY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RYSTATUS = "A"
                   AND RYVENCTO < WS-HOJE
                   PERFORM GRAVA-LINHA-ABERTA-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "VENCIDAS=" WS-CONT-ABERTAS
               " SALDO A RECEBER DAS FILIAIS=" WS-TOT-ABERTO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-LINHA-ABERTA-PROCEDURE.
           COMPUTE WS-SALDO = RYTOTAL - RYPGVALOR.
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WS-HOJE)
               - FUNCTION INTEGER-OF-DATE (RYVENCTO).
           ADD 1 TO WS-CONT-ABERTAS.
           ADD WS-SALDO TO WS-TOT-ABERTO.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "  FILIAL " RYFILIAL " COMP " RYMES
               " FATURA " RYNUMERO " VENCTO " RYVENCTO
               " TOTAL=" RYTOTAL " SALDO=" WS-SALDO
               " DIAS=" WS-DIAS-ATRASO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       REL-ABERTAS-PROCEDURE.
           OPEN INPUT ARQ-ROYALTY.
           IF WS-FS <> 0
               DISPLAY "SEM FATURAS DE ROYALTY EMITIDAS"
               CLOSE ARQ-ROYALTY
               EXIT PARAGRAPH
           END-IF.
           MOVE "ROYABERTO.TXT" TO WS-REP-ARQUIVO.
           MOVE "FATURAS DE ROYALTY EM ABERTO" TO WS-REP-TITULO.
           MOVE "FILIAL COMP FATURA VENCTO TOTAL SALDO SITUACAO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE ZEROES TO RYMES.
           MOVE ZEROES TO RYFILIAL.
           START ARQ-ROYALTY KEY IS NOT LESS THAN RYCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ROYALTY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND RYSTATUS = "A"
                   COMPUTE WS-SALDO = RYTOTAL - RYPGVALOR
                   ADD WS-SALDO TO WS-TOT-ABERTO
                   MOVE "A VENCER" TO WS-SIT-FATURA
                   IF RYVENCTO < WS-HOJE
                       MOVE "VENCIDA" TO WS-SIT-FATURA
                       ADD 1 TO WS-CONT-ABERTAS
                   END-IF
                   MOVE SPACES TO WS-REP-LINHA
                   STRING RYFILIAL " " RYMES " " RYNUMERO " "
                       RYVENCTO " " RYTOTAL " " WS-SALDO " "
                       WS-SIT-FATURA
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
               END-IF
           END-PERFORM.
           CLOSE ARQ-ROYALTY.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "SALDO A RECEBER DAS FILIAIS=" WS-TOT-ABERTO
               " VENCIDAS=" WS-CONT-ABERTAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "ROYABERTO.TXT GERADO".
       PAGAMENTO-PROCEDURE.
           DISPLAY "PAGAMENTO DE FATURA DE ROYALTY".
           DISPLAY "FILIAL: ".
           ACCEPT WS-FIL.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT WS-MES.
           PERFORM ROYALTY-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ROYALTY, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MES TO RYMES.
           MOVE WS-FIL TO RYFILIAL.
           READ ARQ-ROYALTY
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
                   CLOSE ARQ-ROYALTY
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-SALDO = RYTOTAL - RYPGVALOR.
           DISPLAY "FATURA " RYNUMERO " VENCTO " RYVENCTO
               " TOTAL " RYTOTAL " PAGO " RYPGVALOR
               " SALDO " WS-SALDO.
           IF RYSTATUS <> "A"
               DISPLAY "FATURA JA QUITADA EM " RYPGDATA
               CLOSE ARQ-ROYALTY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR PAGO: ".
           ACCEPT WS-PG-VALOR.
           IF WS-PG-VALOR = ZERO OR WS-PG-VALOR > WS-SALDO
               DISPLAY "VALOR INVALIDO (MAXIMO " WS-SALDO ")"
               CLOSE ARQ-ROYALTY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FORMA (D=DINHEIRO T=TRANSFERENCIA X=PIX): ".
           ACCEPT WS-PG-FORMA.
           MOVE FUNCTION UPPER-CASE(WS-PG-FORMA) TO WS-PG-FORMA.
           IF WS-PG-FORMA <> "D" AND WS-PG-FORMA <> "T"
               AND WS-PG-FORMA <> "X"
               DISPLAY "FORMA INVALIDA"
               CLOSE ARQ-ROYALTY
               EXIT PARAGRAPH
           END-IF.
           ADD WS-PG-VALOR TO RYPGVALOR.
           MOVE WS-HOJE TO RYPGDATA.
           IF RYPGVALOR >= RYTOTAL
               MOVE "P" TO RYSTATUS
           END-IF.
           REWRITE REG-ROYALTY
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FATURA " RYNUMERO
                   CLOSE ARQ-ROYALTY
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE ARQ-ROYALTY.
           MOVE SPACES TO WS-FQ-CNPJ.
           OPEN INPUT ARQ-FRANQUIA.
           IF WS-FS = 0
               MOVE WS-FIL TO FQFILIAL
               READ ARQ-FRANQUIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FQCNPJ TO WS-FQ-CNPJ
               END-READ
           END-IF.
           CLOSE ARQ-FRANQUIA.
           OPEN EXTEND ARQ-ROYMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-ROYMOV
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ROYMOV, FS=" WS-FS
               DISPLAY "PAGAMENTO BAIXADO SEM LANCAMENTO CONTABIL"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOJE TO WS-RMV-DATA.
           MOVE WS-FIL TO WS-RMV-FILIAL.
           MOVE WS-FQ-CNPJ TO WS-RMV-CNPJ.
           MOVE WS-PG-FORMA TO WS-RMV-FORMA.
           MOVE WS-PG-VALOR TO WS-RMV-VALOR.
           MOVE "RR" TO WS-RMV-TIPO.
           PERFORM GRAVA-ROYMOV-PROCEDURE.
           MOVE "RQ" TO WS-RMV-TIPO.
           PERFORM GRAVA-ROYMOV-PROCEDURE.
           CLOSE ARQ-ROYMOV.
           IF RYSTATUS = "P"
               DISPLAY "FATURA QUITADA"
           ELSE
               COMPUTE WS-SALDO = RYTOTAL - RYPGVALOR
               DISPLAY "PAGAMENTO PARCIAL REGISTRADO, SALDO "
                   WS-SALDO
           END-IF.
       CADASTRO-PROCEDURE.
           OPEN I-O ARQ-FRANQUIA.
           IF WS-FS = "35"
               CLOSE ARQ-FRANQUIA
               OPEN OUTPUT ARQ-FRANQUIA
               CLOSE ARQ-FRANQUIA
               OPEN I-O ARQ-FRANQUIA
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FRANQUIA, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FILIAL (01-99): ".
           ACCEPT WS-FIL.
           IF WS-FIL = ZERO
               DISPLAY "FILIAL INVALIDA"
               CLOSE ARQ-FRANQUIA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIL TO FQFILIAL.
           READ ARQ-FRANQUIA
               INVALID KEY
                   DISPLAY "FILIAL NOVA"
               NOT INVALID KEY
                   DISPLAY "ATUAL: " FQNOME " CNPJ " FQCNPJ
                       " ROYALTY " FQROYALTY "% FUNDO " FQFUNDO
                       "% ATIVA " FQATIVA " DESDE " FQINICIO
           END-READ.
           DISPLAY "NOME DO FRANQUEADO: ".
           ACCEPT WS-FQ-NOME.
           MOVE "N" TO WS-CNPJ-VALIDO.
           PERFORM UNTIL WS-CNPJ-VALIDO = "S"
               DISPLAY "CNPJ DO FRANQUEADO: "
               ACCEPT WS-FQ-CNPJ
               MOVE WS-FQ-CNPJ TO WS-CNPJ-LK
               CALL "CNPJ_Verify" USING WS-CNPJ-LK WS-CNPJ-VALIDO
                   WS-CNPJ-DV1 WS-CNPJ-DV2
               END-CALL
               IF WS-CNPJ-VALIDO <> "S"
                   DISPLAY "CNPJ INVALIDO! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           DISPLAY "PERCENTUAL DE ROYALTY (99V99): ".
           ACCEPT WS-FQ-PERC-ROY.
           DISPLAY "PERCENTUAL DO FUNDO DE PROPAGANDA (99V99): ".
           ACCEPT WS-FQ-PERC-FUNDO.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = "S"
               DISPLAY "INICIO DA COBRANCA (AAAAMMDD): "
               ACCEPT WS-FQ-INICIO
               MOVE WS-FQ-INICIO TO WS-DATA-LK
               MOVE "G" TO WS-DATA-MODO
               CALL "Data_Verify" USING WS-DATA-LK WS-DATA-MODO
                   WS-DATA-VALIDA
               END-CALL
               IF WS-DATA-VALIDA <> "S"
                   DISPLAY "DATA INVALIDA! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           DISPLAY "FRANQUIA ATIVA (S/N): ".
           ACCEPT WS-FQ-ATIVA.
           MOVE FUNCTION UPPER-CASE(WS-FQ-ATIVA) TO WS-FQ-ATIVA.
           IF WS-FQ-ATIVA <> "S"
               MOVE "N" TO WS-FQ-ATIVA
           END-IF.
           MOVE WS-FIL TO FQFILIAL.
           READ ARQ-FRANQUIA
               INVALID KEY
                   PERFORM MONTA-FRANQUIA-PROCEDURE
                   WRITE REG-FRANQUIA
               NOT INVALID KEY
                   PERFORM MONTA-FRANQUIA-PROCEDURE
                   REWRITE REG-FRANQUIA
           END-READ.
           CLOSE ARQ-FRANQUIA.
           DISPLAY "FILIAL FRANQUEADA GRAVADA COM SUCESSO".
       MONTA-FRANQUIA-PROCEDURE.
           MOVE WS-FIL TO FQFILIAL.
           MOVE WS-FQ-NOME TO FQNOME.
           MOVE WS-FQ-CNPJ TO FQCNPJ.
           MOVE WS-FQ-PERC-ROY TO FQROYALTY.
           MOVE WS-FQ-PERC-FUNDO TO FQFUNDO.
           MOVE WS-FQ-ATIVA TO FQATIVA.
           MOVE WS-FQ-INICIO TO FQINICIO.
       END PROGRAM ROYALTY.
