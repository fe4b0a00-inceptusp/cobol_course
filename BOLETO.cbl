       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCBOLETO.
               COPY FCPARCELA.
               COPY FCRECEBER.
               COPY FCARQCLIENTES.
               COPY FCSEQUENCIA.
               SELECT ARQ-FATURAS ASSIGN TO "FATURAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FTNUM
                   FILE STATUS IS WS-FS.
               SELECT ARQ-REMESSA ASSIGN TO "BOLETO.REM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-RETORNO ASSIGN TO "BOLETO.RET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-CAIXAMOV ASSIGN TO "CAIXAMOV"
                   ORGANIZATION IS SEQUENTIAL
                   SHARING WITH ALL OTHER
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-TARIFAS ASSIGN TO "TARIFAS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDBOLETO.
           COPY FDPARCELA.
           COPY FDRECEBER.
           COPY FDARQCLIENTES.
           COPY FDSEQUENCIA.
           FD ARQ-FATURAS.
           01 REG-FATURAS.
               05 FTNUM PIC 9(9).
               05 FTCPF PIC 9(11).
               05 FTCNPJ PIC X(14).
               05 FTDATA PIC 9(8).
               05 FTVALOR PIC 9(9)V99.
               05 FTSTATUS PIC X(1).
           FD ARQ-REMESSA.
           01 REMESSA-REG PIC X(400).
           FD ARQ-RETORNO.
           01 RETORNO-REG PIC X(400).
           FD ARQ-CAIXAMOV.
           01 REG-CAIXAMOV.
               05 MVDATA PIC 9(8).
               05 MVHORA PIC 9(6).
               05 MVEMPID PIC 9(5).
               05 MVCPF PIC 9(11).
               05 MVFORMA PIC X(1).
               05 MVVALOR PIC 9(7)V99.
               05 MVTIPO PIC X(1).
           FD ARQ-TARIFAS.
           01 REG-TARIFAS.
               05 TFDATA PIC 9(8).
               05 TFVALOR PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-JULIANO PIC 9(7).
           77 WS-LIMITE PIC 9(8).
           77 WS-DIAS-FATURA PIC 9(3) VALUE 10.
           77 WS-DIAS-PARCELA PIC 9(3) VALUE 30.
           77 WS-BL-BANCO PIC 9(3) VALUE 001.
           77 WS-BL-AGENCIA PIC 9(4) VALUE 1234.
           77 WS-BL-CONTA PIC 9(8) VALUE 00012345.
           77 WS-BL-CARTEIRA PIC 9(2) VALUE 17.
           77 WS-BL-CONVENIO PIC 9(7) VALUE 1234567.
           77 WS-BL-CEDENTE PIC X(30) VALUE "LOCADORA".
           77 WS-ATIVO PIC X(1).
           77 WS-SEQ-REM PIC 9(6) VALUE ZERO.
           77 WS-CONT-EMITIDOS PIC 9(5) VALUE ZERO.
           77 WS-TOT-EMITIDOS PIC 9(11)V99 VALUE ZERO.
           77 WS-CONT-LIQ PIC 9(5) VALUE ZERO.
           77 WS-CONT-REJ PIC 9(5) VALUE ZERO.
           77 WS-CONT-SEMTIT PIC 9(5) VALUE ZERO.
           77 WS-TOT-LIQ PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-TARIFA PIC 9(9)V99 VALUE ZERO.
           77 WS-PAGO PIC 9(9)V99.
           77 WS-FATOR PIC 9(5).
           77 WS-SOMA PIC 9(5).
           77 WS-PESO PIC 9(2).
           77 WS-PROD PIC 9(3).
           77 WS-I PIC 9(3).
           77 WS-DV PIC 9(2).
           77 WS-DIGITO PIC 9(1).
           77 WS-CALC PIC X(43).
           77 WS-CALC-TAM PIC 9(3).
           77 WS-SITUACAO PIC X(30).
           01 WS-BARRAS.
               05 WS-BR-BANCO PIC 9(3).
               05 WS-BR-MOEDA PIC 9(1).
               05 WS-BR-DV PIC 9(1).
               05 WS-BR-FATOR PIC 9(4).
               05 WS-BR-VALOR PIC 9(8)V99.
               05 WS-BR-LIVRE.
                   10 WS-BR-ZEROS PIC 9(6).
                   10 WS-BR-CONVENIO PIC 9(7).
                   10 WS-BR-NOSSO PIC 9(10).
                   10 WS-BR-CARTEIRA PIC 9(2).
           01 WS-BARRAS-X REDEFINES WS-BARRAS PIC X(44).
           01 WS-LINHA.
               05 WS-LD-CAMPO1 PIC X(9).
               05 WS-LD-DV1 PIC 9(1).
               05 WS-LD-CAMPO2 PIC X(10).
               05 WS-LD-DV2 PIC 9(1).
               05 WS-LD-CAMPO3 PIC X(10).
               05 WS-LD-DV3 PIC 9(1).
               05 WS-LD-DV PIC 9(1).
               05 WS-LD-CAMPO5 PIC X(14).
           01 REM-HEADER.
               05 RH-TIPO PIC X(1) VALUE "0".
               05 RH-OPER PIC X(1) VALUE "1".
               05 RH-LITERAL PIC X(7) VALUE "REMESSA".
               05 RH-SERVICO PIC X(2) VALUE "01".
               05 RH-LIT-SERV PIC X(15) VALUE "COBRANCA".
               05 RH-AGENCIA PIC 9(4).
               05 RH-CONTA PIC 9(8).
               05 RH-CONVENIO PIC 9(7).
               05 RH-EMPRESA PIC X(30).
               05 RH-BANCO PIC 9(3).
               05 RH-DATA PIC 9(8).
               05 FILLER PIC X(308) VALUE SPACES.
               05 RH-SEQ PIC 9(6).
           01 REM-DETALHE.
               05 RD-TIPO PIC X(1) VALUE "1".
               05 RD-NOSSO PIC 9(10).
               05 RD-ORIGEM PIC X(24).
               05 RD-CARTEIRA PIC 9(2).
               05 RD-OCORR PIC X(2) VALUE "01".
               05 RD-EMISSAO PIC 9(8).
               05 RD-VENC PIC 9(8).
               05 RD-VALOR PIC 9(11)V99.
               05 RD-INSC-TIPO PIC X(2).
               05 RD-INSCRICAO PIC X(14).
               05 RD-NOME PIC X(40).
               05 RD-RUA PIC X(40).
               05 RD-NUM PIC 9(5).
               05 RD-BAIRRO PIC X(20).
               05 RD-CEP PIC 9(8).
               05 RD-CIDADE PIC X(20).
               05 RD-UF PIC X(2).
               05 RD-LINHA PIC X(47).
               05 FILLER PIC X(128) VALUE SPACES.
               05 RD-SEQ PIC 9(6).
           01 REM-TRAILER.
               05 RT-TIPO PIC X(1) VALUE "9".
               05 RT-QTD PIC 9(6).
               05 RT-TOTAL PIC 9(13)V99.
               05 FILLER PIC X(372) VALUE SPACES.
               05 RT-SEQ PIC 9(6).
           01 RET-DETALHE.
               05 RR-TIPO PIC X(1).
               05 RR-NOSSO PIC 9(10).
               05 RR-OCORR PIC X(2).
               05 RR-DATA PIC 9(8).
               05 RR-PAGO PIC 9(11)V99.
               05 RR-TARIFA PIC 9(5)V99.
               05 RR-MOTIVO PIC X(2).
               05 FILLER PIC X(357).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-PARM.
           EVALUATE WS-PARM
               WHEN "RETORNO"
                   PERFORM RETORNO-PROCEDURE
               WHEN "REMESSA"
                   PERFORM REMESSA-PROCEDURE
               WHEN OTHER
                   PERFORM RETORNO-PROCEDURE
                   PERFORM REMESSA-PROCEDURE
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       BOLETO-ABRIR-PROCEDURE.
           OPEN I-O ARQ-BOLETO.
           IF WS-FS = "35"
               CLOSE ARQ-BOLETO
               OPEN OUTPUT ARQ-BOLETO
               CLOSE ARQ-BOLETO
               OPEN I-O ARQ-BOLETO
           END-IF.
       REMESSA-PROCEDURE.
           PERFORM BOLETO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR BOLETO, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           OPEN OUTPUT ARQ-REMESSA.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "BOLETOS." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "BOLETOS EMITIDOS" TO WS-REP-TITULO.
           MOVE "FICHA DE COMPENSACAO POR TITULO" TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE WS-BL-AGENCIA TO RH-AGENCIA.
           MOVE WS-BL-CONTA TO RH-CONTA.
           MOVE WS-BL-CONVENIO TO RH-CONVENIO.
           MOVE WS-BL-CEDENTE TO RH-EMPRESA.
           MOVE WS-BL-BANCO TO RH-BANCO.
           MOVE WS-HOJE TO RH-DATA.
           ADD 1 TO WS-SEQ-REM.
           MOVE WS-SEQ-REM TO RH-SEQ.
           MOVE REM-HEADER TO REMESSA-REG.
           WRITE REMESSA-REG.
           PERFORM REMESSA-FATURAS-PROCEDURE.
           PERFORM REMESSA-PARCELAS-PROCEDURE.
           ADD 1 TO WS-SEQ-REM.
           MOVE WS-CONT-EMITIDOS TO RT-QTD.
           MOVE WS-TOT-EMITIDOS TO RT-TOTAL.
           MOVE WS-SEQ-REM TO RT-SEQ.
           MOVE REM-TRAILER TO REMESSA-REG.
           WRITE REMESSA-REG.
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-BOLETO.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "TITULOS NA REMESSA=" WS-CONT-EMITIDOS
               " VALOR=" WS-TOT-EMITIDOS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "BOLETO.REM GERADO: " WS-CONT-EMITIDOS
               " TITULO(S), FICHAS EM " WS-REP-ARQUIVO.
       REMESSA-FATURAS-PROCEDURE.
           OPEN INPUT ARQ-FATURAS.
           IF WS-FS <> 0
               CLOSE ARQ-FATURAS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO FTNUM.
           START ARQ-FATURAS KEY IS GREATER THAN FTNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FATURAS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FTSTATUS = "A"
                   MOVE "F" TO BLTIPO
                   MOVE FTNUM TO BLFATURA
                   MOVE ZEROES TO BLCPF
                   MOVE ZEROES TO BLSEQ
                   PERFORM VERIFICA-ATIVO-PROCEDURE
                   IF WS-ATIVO = "N"
                       MOVE "F" TO BLTIPO
                       MOVE FTNUM TO BLFATURA
                       MOVE ZEROES TO BLCPF
                       MOVE ZEROES TO BLSEQ
                       MOVE FTCPF TO CCPF
                       MOVE FTCNPJ TO BLCNPJ
                       COMPUTE WS-JULIANO =
                           FUNCTION INTEGER-OF-DATE (FTDATA)
                           + WS-DIAS-FATURA
                       COMPUTE BLVENC =
                           FUNCTION DATE-OF-INTEGER (WS-JULIANO)
                       IF BLVENC < WS-HOJE
                           MOVE WS-HOJE TO BLVENC
                       END-IF
                       MOVE FTVALOR TO BLVALOR
                       PERFORM EMITE-BOLETO-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-FATURAS.
       REMESSA-PARCELAS-PROCEDURE.
           OPEN INPUT ARQ-PARCELA.
           IF WS-FS <> 0
               CLOSE ARQ-PARCELA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JULIANO =
               FUNCTION INTEGER-OF-DATE (WS-HOJE) + WS-DIAS-PARCELA.
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           MOVE ZEROES TO PACPF.
           MOVE ZEROES TO PASEQ.
           START ARQ-PARCELA KEY IS NOT LESS THAN PACHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PARCELA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PASTATUS = "P"
                   AND PAVENC <= WS-LIMITE
                   MOVE "P" TO BLTIPO
                   MOVE ZEROES TO BLFATURA
                   MOVE PACPF TO BLCPF
                   MOVE PASEQ TO BLSEQ
                   PERFORM VERIFICA-ATIVO-PROCEDURE
                   IF WS-ATIVO = "N"
                       MOVE "P" TO BLTIPO
                       MOVE ZEROES TO BLFATURA
                       MOVE PACPF TO BLCPF
                       MOVE PASEQ TO BLSEQ
                       MOVE PACPF TO CCPF
                       MOVE SPACES TO BLCNPJ
                       MOVE PAVENC TO BLVENC
                       IF BLVENC < WS-HOJE
                           MOVE WS-HOJE TO BLVENC
                       END-IF
                       MOVE PAVALOR TO BLVALOR
                       PERFORM EMITE-BOLETO-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PARCELA.
       VERIFICA-ATIVO-PROCEDURE.
           MOVE "N" TO WS-ATIVO.
           MOVE BLORIGEM TO WS-CALC.
           START ARQ-BOLETO KEY IS EQUAL TO BLORIGEM
               INVALID KEY MOVE "Y" TO WS-EOF2
               NOT INVALID KEY MOVE "N" TO WS-EOF2
           END-START.
           PERFORM UNTIL WS-EOF2 = "Y"
               READ ARQ-BOLETO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF2
               END-READ
               IF WS-EOF2 = "N"
                   IF BLORIGEM <> WS-CALC (1:24)
                       MOVE "Y" TO WS-EOF2
                   ELSE
                       IF BLSTATUS = "E" OR BLSTATUS = "L"
                           MOVE "S" TO WS-ATIVO
                           MOVE "Y" TO WS-EOF2
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       EMITE-BOLETO-PROCEDURE.
           PERFORM PROXIMO-NOSSO-PROCEDURE.
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO CNOME
                   MOVE SPACES TO CRUA
                   MOVE ZEROES TO CNUM
                   MOVE SPACES TO CBAI
                   MOVE ZEROES TO CCEP
                   MOVE SPACES TO CCID
                   MOVE SPACES TO CUF
           END-READ.
           MOVE WS-HOJE TO BLEMISSAO.
           MOVE "E" TO BLSTATUS.
           MOVE "01" TO BLOCORR.
           MOVE WS-HOJE TO BLOCDATA.
           MOVE ZEROES TO BLPAGO.
           MOVE ZEROES TO BLTARIFA.
           PERFORM MONTA-BARRAS-PROCEDURE.
           MOVE WS-LINHA TO BLLINHA.
           WRITE REG-BOLETO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR BOLETO " BLNOSSO
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-CONT-EMITIDOS.
           ADD BLVALOR TO WS-TOT-EMITIDOS.
           ADD 1 TO WS-SEQ-REM.
           MOVE BLNOSSO TO RD-NOSSO.
           MOVE BLORIGEM TO RD-ORIGEM.
           MOVE WS-BL-CARTEIRA TO RD-CARTEIRA.
           MOVE BLEMISSAO TO RD-EMISSAO.
           MOVE BLVENC TO RD-VENC.
           MOVE BLVALOR TO RD-VALOR.
           IF BLCNPJ = SPACES OR BLCNPJ = ZEROES
               MOVE "01" TO RD-INSC-TIPO
               MOVE CCPF TO RD-INSCRICAO
           ELSE
               MOVE "02" TO RD-INSC-TIPO
               MOVE BLCNPJ TO RD-INSCRICAO
           END-IF.
           MOVE CNOME TO RD-NOME.
           MOVE CRUA TO RD-RUA.
           MOVE CNUM TO RD-NUM.
           MOVE CBAI TO RD-BAIRRO.
           MOVE CCEP TO RD-CEP.
           MOVE CCID TO RD-CIDADE.
           MOVE CUF TO RD-UF.
           MOVE WS-LINHA TO RD-LINHA.
           MOVE WS-SEQ-REM TO RD-SEQ.
           MOVE REM-DETALHE TO REMESSA-REG.
           WRITE REMESSA-REG.
           PERFORM IMPRIME-FICHA-PROCEDURE.
       PROXIMO-NOSSO-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "Q" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO BLNOSSO.
           CLOSE ARQ-SEQUENCIA.
       MONTA-BARRAS-PROCEDURE.
           COMPUTE WS-FATOR = FUNCTION INTEGER-OF-DATE (BLVENC)
               - FUNCTION INTEGER-OF-DATE (19971007).
           PERFORM UNTIL WS-FATOR <= 9999
               SUBTRACT 9000 FROM WS-FATOR
           END-PERFORM.
           MOVE WS-BL-BANCO TO WS-BR-BANCO.
           MOVE 9 TO WS-BR-MOEDA.
           MOVE ZERO TO WS-BR-DV.
           MOVE WS-FATOR TO WS-BR-FATOR.
           MOVE BLVALOR TO WS-BR-VALOR.
           MOVE ZEROES TO WS-BR-ZEROS.
           MOVE WS-BL-CONVENIO TO WS-BR-CONVENIO.
           MOVE BLNOSSO TO WS-BR-NOSSO.
           MOVE WS-BL-CARTEIRA TO WS-BR-CARTEIRA.
           MOVE SPACES TO WS-CALC.
           STRING WS-BARRAS-X (1:4) WS-BARRAS-X (6:39)
               DELIMITED BY SIZE INTO WS-CALC
           END-STRING.
           MOVE 43 TO WS-CALC-TAM.
           PERFORM MODULO11-PROCEDURE.
           MOVE WS-DV TO WS-BR-DV.
           MOVE SPACES TO WS-CALC.
           STRING WS-BARRAS-X (1:4) WS-BARRAS-X (20:5)
               DELIMITED BY SIZE INTO WS-CALC
           END-STRING.
           MOVE WS-CALC (1:9) TO WS-LD-CAMPO1.
           MOVE 9 TO WS-CALC-TAM.
           PERFORM MODULO10-PROCEDURE.
           MOVE WS-DV TO WS-LD-DV1.
           MOVE WS-BARRAS-X (25:10) TO WS-LD-CAMPO2.
           MOVE WS-BARRAS-X (25:10) TO WS-CALC.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM MODULO10-PROCEDURE.
           MOVE WS-DV TO WS-LD-DV2.
           MOVE WS-BARRAS-X (35:10) TO WS-LD-CAMPO3.
           MOVE WS-BARRAS-X (35:10) TO WS-CALC.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM MODULO10-PROCEDURE.
           MOVE WS-DV TO WS-LD-DV3.
           MOVE WS-BR-DV TO WS-LD-DV.
           MOVE WS-BARRAS-X (6:14) TO WS-LD-CAMPO5.
       MODULO11-PROCEDURE.
           MOVE ZERO TO WS-SOMA.
           MOVE 2 TO WS-PESO.
           PERFORM VARYING WS-I FROM WS-CALC-TAM BY -1
               UNTIL WS-I < 1
               MOVE WS-CALC (WS-I:1) TO WS-DIGITO
               COMPUTE WS-SOMA = WS-SOMA + WS-DIGITO * WS-PESO
               IF WS-PESO = 9
                   MOVE 2 TO WS-PESO
               ELSE
                   ADD 1 TO WS-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-DV = 11 - FUNCTION MOD (WS-SOMA, 11).
           IF WS-DV = 0 OR WS-DV = 10 OR WS-DV = 11
               MOVE 1 TO WS-DV
           END-IF.
       MODULO10-PROCEDURE.
           MOVE ZERO TO WS-SOMA.
           MOVE 2 TO WS-PESO.
           PERFORM VARYING WS-I FROM WS-CALC-TAM BY -1
               UNTIL WS-I < 1
               MOVE WS-CALC (WS-I:1) TO WS-DIGITO
               COMPUTE WS-PROD = WS-DIGITO * WS-PESO
               IF WS-PROD > 9
                   SUBTRACT 9 FROM WS-PROD
               END-IF
               ADD WS-PROD TO WS-SOMA
               IF WS-PESO = 2
                   MOVE 1 TO WS-PESO
               ELSE
                   MOVE 2 TO WS-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-DV = 10 - FUNCTION MOD (WS-SOMA, 10).
           IF WS-DV = 10
               MOVE 0 TO WS-DV
           END-IF.
       IMPRIME-FICHA-PROCEDURE.
           MOVE ALL "-" TO WS-REP-LINHA.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-BL-BANCO "-9  "
               WS-LD-CAMPO1 (1:5) "." WS-LD-CAMPO1 (6:4) WS-LD-DV1
               " " WS-LD-CAMPO2 (1:5) "." WS-LD-CAMPO2 (6:5) WS-LD-DV2
               " " WS-LD-CAMPO3 (1:5) "." WS-LD-CAMPO3 (6:5) WS-LD-DV3
               " " WS-LD-DV " " WS-LD-CAMPO5
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "CEDENTE " WS-BL-CEDENTE
               " AG/CONTA " WS-BL-AGENCIA "/" WS-BL-CONTA
               " CARTEIRA " WS-BL-CARTEIRA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           IF BLTIPO = "F"
               STRING "NOSSO NUMERO " BLNOSSO
                   " FATURA " BLFATURA
                   " VENCIMENTO " BLVENC
                   " VALOR " BLVALOR
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING "NOSSO NUMERO " BLNOSSO
                   " PARCELA " BLSEQ
                   " VENCIMENTO " BLVENC
                   " VALOR " BLVALOR
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "SACADO " CNOME " " RD-INSC-TIPO ":" RD-INSCRICAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "       " CRUA (1:40) ", " CNUM " - " CBAI (1:20)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "       " CCEP " " CCID (1:30) "/" CUF
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "NAO RECEBER APOS O VENCIMENTO SEM OS ENCARGOS. "
               "PAGAVEL EM QUALQUER BANCO ATE O VENCIMENTO."
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       RETORNO-PROCEDURE.
           OPEN INPUT ARQ-RETORNO.
           IF WS-FS2 <> 0
               DISPLAY "BOLETO.RET NAO ENCONTRADO, RETORNO PULADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BOLETO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR BOLETO, FS=" WS-FS
               CLOSE ARQ-RETORNO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "BOLETORET.TXT" TO WS-REP-ARQUIVO.
           MOVE "RETORNO DE COBRANCA BANCARIA" TO WS-REP-TITULO.
           MOVE "NOSSO-NUMERO OCORRENCIA VALOR TARIFA SITUACAO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           READ ARQ-RETORNO
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE RETORNO-REG TO RET-DETALHE
               IF RR-TIPO = "1"
                   PERFORM TRATA-RETORNO-PROCEDURE
               END-IF
               READ ARQ-RETORNO
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-BOLETO.
           PERFORM GRAVA-TARIFA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "LIQUIDADOS=" WS-CONT-LIQ " VALOR=" WS-TOT-LIQ
               " REJEITADOS=" WS-CONT-REJ
               " SEM TITULO=" WS-CONT-SEMTIT
               " TARIFAS=" WS-TOT-TARIFA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF (WS-CONT-REJ > ZERO OR WS-CONT-SEMTIT > ZERO)
               AND WS-RC = ZERO
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "RETORNO DE BOLETOS: " WS-CONT-LIQ " LIQUIDADO(S), "
               WS-CONT-REJ " REJEITADO(S), " WS-CONT-SEMTIT
               " SEM TITULO".
       TRATA-RETORNO-PROCEDURE.
           IF RR-NOSSO IS NOT NUMERIC
               MOVE ZEROES TO RR-NOSSO
           END-IF.
           IF RR-PAGO IS NOT NUMERIC
               MOVE ZEROES TO RR-PAGO
           END-IF.
           IF RR-TARIFA IS NOT NUMERIC
               MOVE ZEROES TO RR-TARIFA
           END-IF.
           IF RR-DATA IS NOT NUMERIC
               MOVE WS-HOJE TO RR-DATA
           END-IF.
           ADD RR-TARIFA TO WS-TOT-TARIFA.
           MOVE RR-NOSSO TO BLNOSSO.
           READ ARQ-BOLETO
               INVALID KEY
                   ADD 1 TO WS-CONT-SEMTIT
                   MOVE "TITULO NAO ENCONTRADO" TO WS-SITUACAO
                   PERFORM LISTA-RETORNO-PROCEDURE
                   EXIT PARAGRAPH
           END-READ.
           ADD RR-TARIFA TO BLTARIFA.
           MOVE RR-OCORR TO BLOCORR.
           MOVE RR-DATA TO BLOCDATA.
           EVALUATE RR-OCORR
               WHEN "02"
                   MOVE "ENTRADA CONFIRMADA" TO WS-SITUACAO
               WHEN "03"
                   MOVE "R" TO BLSTATUS
                   ADD 1 TO WS-CONT-REJ
                   MOVE SPACES TO WS-SITUACAO
                   STRING "REJEITADO MOTIVO " RR-MOTIVO
                       DELIMITED BY SIZE INTO WS-SITUACAO
                   END-STRING
               WHEN "06"
               WHEN "17"
                   IF BLSTATUS = "L"
                       ADD 1 TO WS-CONT-SEMTIT
                       MOVE "LIQUIDACAO EM DUPLICIDADE" TO WS-SITUACAO
                   ELSE
                       MOVE "L" TO BLSTATUS
                       MOVE RR-PAGO TO BLPAGO
                       ADD 1 TO WS-CONT-LIQ
                       ADD RR-PAGO TO WS-TOT-LIQ
                       MOVE "LIQUIDADO" TO WS-SITUACAO
                       PERFORM LIQUIDA-TITULO-PROCEDURE
                   END-IF
               WHEN "09"
                   MOVE "B" TO BLSTATUS
                   MOVE "BAIXADO PELO BANCO" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "OCORRENCIA NAO TRATADA" TO WS-SITUACAO
           END-EVALUATE.
           REWRITE REG-BOLETO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR BOLETO " BLNOSSO
                   MOVE 8 TO WS-RC
           END-REWRITE.
           IF RR-OCORR <> "02"
               PERFORM LISTA-RETORNO-PROCEDURE
           END-IF.
       LISTA-RETORNO-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING RR-NOSSO " " RR-OCORR " " RR-PAGO " " RR-TARIFA
               " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       LIQUIDA-TITULO-PROCEDURE.
           MOVE RR-PAGO TO WS-PAGO.
           IF BLTIPO = "F"
               PERFORM LIQUIDA-FATURA-PROCEDURE
               MOVE FTCPF TO MRCPF
           ELSE
               PERFORM LIQUIDA-PARCELA-PROCEDURE
               MOVE BLCPF TO MRCPF
           END-IF.
           OPEN I-O ARQ-RECEBER.
           IF WS-FS = 0
               READ ARQ-RECEBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-PAGO > MRSALDO
                           MOVE ZERO TO MRSALDO
                       ELSE
                           SUBTRACT WS-PAGO FROM MRSALDO
                       END-IF
                       IF MRSALDO = ZEROES
                           MOVE "N" TO MRCOBRANCA
                       END-IF
                       PERFORM JRN-ANTES-RECEBER-PROCEDURE
                       REWRITE REG-RECEBER
                       PERFORM JRN-RECEBER-PROCEDURE
               END-READ
           END-IF.
           CLOSE ARQ-RECEBER.
           OPEN EXTEND ARQ-CAIXAMOV.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-CAIXAMOV
           END-IF.
           IF WS-FS2 = 0
               MOVE RR-DATA TO MVDATA
               ACCEPT MVHORA FROM TIME
               MOVE ZEROES TO MVEMPID
               MOVE MRCPF TO MVCPF
               MOVE "O" TO MVFORMA
               MOVE RR-PAGO TO MVVALOR
               MOVE "M" TO MVTIPO
               WRITE REG-CAIXAMOV
               CLOSE ARQ-CAIXAMOV
           END-IF.
       LIQUIDA-FATURA-PROCEDURE.
           MOVE ZEROES TO FTCPF.
           OPEN I-O ARQ-FATURAS.
           IF WS-FS <> 0
               CLOSE ARQ-FATURAS
               EXIT PARAGRAPH
           END-IF.
           MOVE BLFATURA TO FTNUM.
           READ ARQ-FATURAS
               INVALID KEY
                   MOVE ZEROES TO FTCPF
               NOT INVALID KEY
                   MOVE "Q" TO FTSTATUS
                   REWRITE REG-FATURAS
           END-READ.
           CLOSE ARQ-FATURAS.
       LIQUIDA-PARCELA-PROCEDURE.
           OPEN I-O ARQ-PARCELA.
           IF WS-FS <> 0
               CLOSE ARQ-PARCELA
               EXIT PARAGRAPH
           END-IF.
           MOVE BLCPF TO PACPF.
           MOVE BLSEQ TO PASEQ.
           READ ARQ-PARCELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PASTATUS = "P"
                       IF WS-PAGO >= PAVALOR
                           MOVE "Q" TO PASTATUS
                       ELSE
                           SUBTRACT WS-PAGO FROM PAVALOR
                       END-IF
                       REWRITE REG-PARCELA
                   END-IF
           END-READ.
           CLOSE ARQ-PARCELA.
       GRAVA-TARIFA-PROCEDURE.
           IF WS-TOT-TARIFA = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ARQ-TARIFAS.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-TARIFAS
           END-IF.
           IF WS-FS2 = 0
               MOVE WS-HOJE TO TFDATA
               MOVE WS-TOT-TARIFA TO TFVALOR
               WRITE REG-TARIFAS
               CLOSE ARQ-TARIFAS
           END-IF.
       JRN-ANTES-RECEBER-PROCEDURE.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           READ ARQ-RECEBER KEY IS MRCPF
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-RECEBER TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-RECEBER.
           MOVE "R" TO WS-JRN-OP.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "BOLETO" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM BOLETO.
