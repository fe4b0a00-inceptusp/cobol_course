       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROISS.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFISCAL.
               COPY FCHISTORICO.
               COPY FCALIQISS.
               COPY FCAPURISS.
               COPY FCISSMOV.
               COPY FCPARAM.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFISCAL.
           COPY FDHISTORICO.
           COPY FDALIQISS.
           COPY FDAPURISS.
           COPY FDISSMOV.
           COPY FDPARAM.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF-H PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-PARM-OP PIC X(10).
           77 WS-PARM-MES PIC X(6).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-INI-MES PIC 9(8).
           77 WS-FIM-MES PIC 9(8).
           77 WS-PROX-MES PIC 9(8).
           77 WS-FIL PIC 9(2).
           77 WS-I PIC 9(3).
           77 WS-HIST-OK PIC X(1).
           77 WS-ALIQ-PADRAO PIC 9(2)V99 VALUE 5.00.
           77 WS-SITUACAO PIC X(20).
           77 WS-TRIBUTAVEL PIC 9(7)V99.
           77 WS-CONT-DOCS PIC 9(7) VALUE ZERO.
           77 WS-CONT-APURADAS PIC 9(3) VALUE ZERO.
           77 WS-CONT-JA PIC 9(3) VALUE ZERO.
           77 WS-TOT-BRUTO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-ESTORNO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-EXCLUIDO PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-BASE PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-ISS PIC 9(11)V99 VALUE ZERO.
           77 WS-AQ-MUNICIPIO PIC X(30).
           77 WS-AQ-CODMUN PIC 9(7).
           77 WS-AQ-ALIQ PIC 9(2)V99.
           77 WS-AQ-VENCDIA PIC 9(2).
           01 WS-COMP.
               05 WS-COMP-ANO PIC 9(4).
               05 WS-COMP-MES PIC 9(2).
           01 WS-COMP-N REDEFINES WS-COMP PIC 9(6).
           01 WS-DT-AUX.
               05 WS-DT-ANO PIC 9(4).
               05 WS-DT-MES PIC 9(2).
               05 WS-DT-DIA PIC 9(2).
           01 WS-DT-AUX-N REDEFINES WS-DT-AUX PIC 9(8).
           01 WS-FL-TABELA.
               05 WS-FL-REG OCCURS 99 TIMES.
                   10 WS-FL-CADASTRADA PIC X(1).
                   10 WS-FL-USADA PIC X(1).
                   10 WS-FL-MUNICIPIO PIC X(30).
                   10 WS-FL-ALIQ PIC 9(2)V99.
                   10 WS-FL-VENCDIA PIC 9(2).
                   10 WS-FL-DOCS PIC 9(7).
                   10 WS-FL-BRUTO PIC 9(11)V99.
                   10 WS-FL-ESTORNO PIC 9(11)V99.
                   10 WS-FL-BASE PIC 9(11)V99.
                   10 WS-FL-ISS PIC 9(9)V99.
                   10 WS-FL-VENCTO PIC 9(8).
                   10 WS-FL-SITUACAO PIC X(12).
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
               WHEN OTHER
                   PERFORM APURACAO-PROCEDURE
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       PROXIMO-MES-PROCEDURE.
           IF WS-DT-MES = 12
               ADD 1 TO WS-DT-ANO
               MOVE 1 TO WS-DT-MES
           ELSE
               ADD 1 TO WS-DT-MES
           END-IF.
           MOVE 1 TO WS-DT-DIA.
       APURACAO-PROCEDURE.
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
                   DISPLAY "USO: ./LIVROISS [AAAAMM | CAD]"
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
           INITIALIZE WS-FL-TABELA.
           PERFORM LE-PARAMETROS-PROCEDURE.
           PERFORM CARREGA-ALIQUOTAS-PROCEDURE.
           IF WS-RC > 4
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-LIVRO-PROCEDURE.
           PERFORM VARRE-FISCAL-PROCEDURE.
           IF WS-RC > 4
               MOVE "E" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-APURISS.
           IF WS-FS = "35"
               CLOSE ARQ-APURISS
               OPEN OUTPUT ARQ-APURISS
               CLOSE ARQ-APURISS
               OPEN I-O ARQ-APURISS
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR APURISS, FS=" WS-FS
               MOVE 8 TO WS-RC
               MOVE "E" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-ISSMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-ISSMOV
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ISSMOV, FS=" WS-FS
               CLOSE ARQ-APURISS
               MOVE 8 TO WS-RC
               MOVE "E" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               MOVE WS-I TO WS-FIL
               IF WS-FL-USADA (WS-FIL) = "S"
                   PERFORM APURA-FILIAL-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ISSMOV.
           CLOSE ARQ-APURISS.
           PERFORM EMITE-APURACAO-PROCEDURE.
           DISPLAY "LIVROISS " WS-COMP ": " WS-CONT-DOCS
               " DOCUMENTO(S), BASE=" WS-TOT-BASE " ISS=" WS-TOT-ISS.
           DISPLAY "LIVROISS." WS-COMP ".TXT GERADO, "
               WS-CONT-APURADAS " GUIA(S) APURADA(S), "
               WS-CONT-JA " JA APURADA(S)".
       LE-PARAMETROS-PROCEDURE.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE "DEFAULT   " TO PCATEGORIA
               READ ARQ-PARAMETROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PISS-ALIQ > ZERO
                           MOVE PISS-ALIQ TO WS-ALIQ-PADRAO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETROS.
       CARREGA-ALIQUOTAS-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               MOVE WS-I TO WS-FIL
               MOVE "N" TO WS-FL-CADASTRADA (WS-FIL)
               MOVE "MUNICIPIO NAO CADASTRADO" TO
                   WS-FL-MUNICIPIO (WS-FIL)
               MOVE WS-ALIQ-PADRAO TO WS-FL-ALIQ (WS-FIL)
               MOVE 10 TO WS-FL-VENCDIA (WS-FIL)
           END-PERFORM.
           OPEN INPUT ARQ-ALIQISS.
           IF WS-FS = "35"
               DISPLAY "SEM ALIQUOTAS POR MUNICIPIO, USANDO "
                   WS-ALIQ-PADRAO "%"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ALIQISS, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ALIQISS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND AQFILIAL > ZERO
                   MOVE "S" TO WS-FL-CADASTRADA (AQFILIAL)
                   MOVE "S" TO WS-FL-USADA (AQFILIAL)
                   MOVE AQMUNICIPIO TO WS-FL-MUNICIPIO (AQFILIAL)
                   MOVE AQALIQ TO WS-FL-ALIQ (AQFILIAL)
                   IF AQVENCDIA > ZERO AND AQVENCDIA < 29
                       MOVE AQVENCDIA TO WS-FL-VENCDIA (AQFILIAL)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-ALIQISS.
       ABRE-LIVRO-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "LIVROISS." WS-COMP ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "LIVRO DE REGISTRO DO ISS " WS-COMP
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "DOCUMENTO DATA     TP FL F      VALOR"
               "  TRIBUTAVEL SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
       VARRE-FISCAL-PROCEDURE.
           OPEN INPUT ARQ-FISCAL.
           IF WS-FS = "35"
               DISPLAY "SEM DOCUMENTOS FISCAIS EMITIDOS"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FISCAL, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS = 0
               MOVE "S" TO WS-HIST-OK
           ELSE
               MOVE "N" TO WS-HIST-OK
               CLOSE ARQ-HISTORICO
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FISCAL
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FSDATA >= WS-INI-MES
                   AND FSDATA <= WS-FIM-MES
                   PERFORM REGISTRA-DOCUMENTO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FISCAL.
           IF WS-HIST-OK = "S"
               CLOSE ARQ-HISTORICO
           END-IF.
       REGISTRA-DOCUMENTO-PROCEDURE.
           PERFORM ACHA-FILIAL-PROCEDURE.
           ADD 1 TO WS-CONT-DOCS.
           ADD 1 TO WS-FL-DOCS (WS-FIL).
           MOVE "S" TO WS-FL-USADA (WS-FIL).
           MOVE ZEROES TO WS-TRIBUTAVEL.
           EVALUATE FSTIPO
               WHEN "AL"
                   MOVE FSVALOR TO WS-TRIBUTAVEL
                   ADD FSVALOR TO WS-FL-BRUTO (WS-FIL)
                   ADD FSVALOR TO WS-TOT-BRUTO
                   MOVE "LOCACAO" TO WS-SITUACAO
               WHEN "TE"
                   MOVE FSVALOR TO WS-TRIBUTAVEL
                   ADD FSVALOR TO WS-FL-BRUTO (WS-FIL)
                   ADD FSVALOR TO WS-TOT-BRUTO
                   MOVE "TAXA DE ENTREGA" TO WS-SITUACAO
               WHEN "CA"
                   ADD FSVALOR TO WS-FL-ESTORNO (WS-FIL)
                   ADD FSVALOR TO WS-TOT-ESTORNO
                   MOVE "ESTORNO (DEDUZ)" TO WS-SITUACAO
               WHEN "VU"
                   ADD FSVALOR TO WS-TOT-EXCLUIDO
                   MOVE "VENDA DE USADO" TO WS-SITUACAO
               WHEN "MU"
                   ADD FSVALOR TO WS-TOT-EXCLUIDO
                   MOVE "MULTA" TO WS-SITUACAO
               WHEN "ME"
                   ADD FSVALOR TO WS-TOT-EXCLUIDO
                   MOVE "PARCELA DE ACORDO" TO WS-SITUACAO
               WHEN "DA"
                   ADD FSVALOR TO WS-TOT-EXCLUIDO
                   MOVE "INDENIZACAO DE DANO" TO WS-SITUACAO
               WHEN "PR"
                   ADD FSVALOR TO WS-TOT-EXCLUIDO
                   MOVE "VENDA DE PRODUTO" TO WS-SITUACAO
               WHEN OTHER
                   ADD FSVALOR TO WS-TOT-EXCLUIDO
                   MOVE "NAO TRIBUTAVEL" TO WS-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING FSNUMERO " " FSDATA " " FSTIPO " " WS-FIL " "
               FSFORMA " " FSVALOR " " WS-TRIBUTAVEL " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       ACHA-FILIAL-PROCEDURE.
           MOVE 1 TO WS-FIL.
           IF WS-HIST-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE FSCPF TO HCPF.
           MOVE FSDATA TO HDATA.
           MOVE ZEROES TO HSEQ.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF-H
               NOT INVALID KEY MOVE "N" TO WS-EOF-H
           END-START.
           PERFORM UNTIL WS-EOF-H = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-H
               END-READ
               IF WS-EOF-H = "N"
                   IF HCPF <> FSCPF OR HDATA <> FSDATA
                       MOVE "Y" TO WS-EOF-H
                   ELSE
                       IF HFILIAL > ZERO
                           MOVE HFILIAL TO WS-FIL
                           MOVE "Y" TO WS-EOF-H
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       APURA-FILIAL-PROCEDURE.
           MOVE WS-INI-MES TO WS-DT-AUX-N.
           PERFORM PROXIMO-MES-PROCEDURE.
           MOVE WS-FL-VENCDIA (WS-FIL) TO WS-DT-DIA.
           MOVE WS-DT-AUX-N TO WS-FL-VENCTO (WS-FIL).
           MOVE WS-COMP-N TO AIMES.
           MOVE WS-FIL TO AIFILIAL.
           READ ARQ-APURISS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AIBASE TO WS-FL-BASE (WS-FIL)
                   MOVE AIALIQ TO WS-FL-ALIQ (WS-FIL)
                   MOVE AIVALOR TO WS-FL-ISS (WS-FIL)
                   MOVE AIVENCTO TO WS-FL-VENCTO (WS-FIL)
                   MOVE "JA APURADA" TO WS-FL-SITUACAO (WS-FIL)
                   ADD 1 TO WS-CONT-JA
                   EXIT PARAGRAPH
           END-READ.
           IF WS-FL-ESTORNO (WS-FIL) < WS-FL-BRUTO (WS-FIL)
               COMPUTE WS-FL-BASE (WS-FIL) =
                   WS-FL-BRUTO (WS-FIL) - WS-FL-ESTORNO (WS-FIL)
           ELSE
               MOVE ZEROES TO WS-FL-BASE (WS-FIL)
           END-IF.
           COMPUTE WS-FL-ISS (WS-FIL) ROUNDED =
               WS-FL-BASE (WS-FIL) * WS-FL-ALIQ (WS-FIL) / 100.
           IF WS-FL-ISS (WS-FIL) = ZERO
               MOVE "SEM IMPOSTO" TO WS-FL-SITUACAO (WS-FIL)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMP-N TO AIMES.
           MOVE WS-FIL TO AIFILIAL.
           MOVE WS-FL-DOCS (WS-FIL) TO AIDOCS.
           MOVE WS-FL-BRUTO (WS-FIL) TO AIBRUTO.
           MOVE WS-FL-ESTORNO (WS-FIL) TO AIESTORNO.
           MOVE WS-FL-BASE (WS-FIL) TO AIBASE.
           MOVE WS-FL-ALIQ (WS-FIL) TO AIALIQ.
           MOVE WS-FL-ISS (WS-FIL) TO AIVALOR.
           MOVE WS-FL-VENCTO (WS-FIL) TO AIVENCTO.
           MOVE WS-HOJE TO AIEMISSAO.
           WRITE REG-APURISS
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR APURACAO DA FILIAL " WS-FIL
                   MOVE "ERRO" TO WS-FL-SITUACAO (WS-FIL)
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-FIM-MES TO IVDATA.
           MOVE "IS" TO IVTIPO.
           MOVE WS-FIL TO IVFILIAL.
           MOVE WS-FL-ISS (WS-FIL) TO IVVALOR.
           WRITE REG-ISSMOV.
           MOVE "APURADA" TO WS-FL-SITUACAO (WS-FIL).
           ADD 1 TO WS-CONT-APURADAS.
       EMITE-APURACAO-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAIS LOCACAO=" WS-TOT-BRUTO
               " ESTORNOS=" WS-TOT-ESTORNO
               " NAO TRIBUTAVEIS=" WS-TOT-EXCLUIDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "APURACAO DO ISS POR FILIAL E MUNICIPIO" TO
               WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "FL MUNICIPIO                      ALIQ"
               "          BASE        ISS     VENCTO SITUACAO"
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               MOVE WS-I TO WS-FIL
               IF WS-FL-USADA (WS-FIL) = "S"
                   PERFORM GRAVA-LINHA-GUIA-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TOTAL DAS GUIAS DE ISS A RECOLHER=" WS-TOT-ISS
               " BASE=" WS-TOT-BASE
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-LINHA-GUIA-PROCEDURE.
           ADD WS-FL-BASE (WS-FIL) TO WS-TOT-BASE.
           ADD WS-FL-ISS (WS-FIL) TO WS-TOT-ISS.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-FIL " " WS-FL-MUNICIPIO (WS-FIL) " "
               WS-FL-ALIQ (WS-FIL) " " WS-FL-BASE (WS-FIL) " "
               WS-FL-ISS (WS-FIL) " " WS-FL-VENCTO (WS-FIL) " "
               WS-FL-SITUACAO (WS-FIL)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       CADASTRO-PROCEDURE.
           OPEN I-O ARQ-ALIQISS.
           IF WS-FS = "35"
               CLOSE ARQ-ALIQISS
               OPEN OUTPUT ARQ-ALIQISS
               CLOSE ARQ-ALIQISS
               OPEN I-O ARQ-ALIQISS
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR ALIQISS, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FILIAL (01-99): ".
           ACCEPT WS-FIL.
           IF WS-FIL = ZERO
               DISPLAY "FILIAL INVALIDA"
               CLOSE ARQ-ALIQISS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIL TO AQFILIAL.
           READ ARQ-ALIQISS
               INVALID KEY
                   DISPLAY "FILIAL SEM ALIQUOTA CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "ATUAL: " AQMUNICIPIO " COD " AQCODMUN
                       " ALIQUOTA " AQALIQ "% VENCIMENTO DIA "
                       AQVENCDIA
           END-READ.
           DISPLAY "MUNICIPIO DA FILIAL: ".
           ACCEPT WS-AQ-MUNICIPIO.
           MOVE FUNCTION UPPER-CASE(WS-AQ-MUNICIPIO) TO
               WS-AQ-MUNICIPIO.
           DISPLAY "CODIGO IBGE DO MUNICIPIO: ".
           ACCEPT WS-AQ-CODMUN.
           MOVE ZEROES TO WS-AQ-ALIQ.
           PERFORM UNTIL WS-AQ-ALIQ >= 2 AND WS-AQ-ALIQ <= 5
               DISPLAY "ALIQUOTA DO ISS EM % (2,00 A 5,00): "
               ACCEPT WS-AQ-ALIQ
               IF WS-AQ-ALIQ < 2 OR WS-AQ-ALIQ > 5
                   DISPLAY "ALIQUOTA FORA DA FAIXA LEGAL!"
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-AQ-VENCDIA.
           PERFORM UNTIL WS-AQ-VENCDIA > 0 AND WS-AQ-VENCDIA < 29
               DISPLAY "DIA DE VENCIMENTO DA GUIA (01-28): "
               ACCEPT WS-AQ-VENCDIA
               IF WS-AQ-VENCDIA = 0 OR WS-AQ-VENCDIA > 28
                   DISPLAY "DIA INVALIDO! DIGITE NOVAMENTE."
               END-IF
           END-PERFORM.
           MOVE WS-FIL TO AQFILIAL.
           READ ARQ-ALIQISS
               INVALID KEY
                   PERFORM MONTA-ALIQISS-PROCEDURE
                   WRITE REG-ALIQISS
               NOT INVALID KEY
                   PERFORM MONTA-ALIQISS-PROCEDURE
                   REWRITE REG-ALIQISS
           END-READ.
           CLOSE ARQ-ALIQISS.
           DISPLAY "ALIQUOTA DO ISS GRAVADA COM SUCESSO".
       MONTA-ALIQISS-PROCEDURE.
           MOVE WS-FIL TO AQFILIAL.
           MOVE WS-AQ-MUNICIPIO TO AQMUNICIPIO.
           MOVE WS-AQ-CODMUN TO AQCODMUN.
           MOVE WS-AQ-ALIQ TO AQALIQ.
           MOVE WS-AQ-VENCDIA TO AQVENCDIA.
       END PROGRAM LIVROISS.
