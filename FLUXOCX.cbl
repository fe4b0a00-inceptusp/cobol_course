       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCPARCELA.
               COPY FCNOTAFISC.
               COPY FCASSINATURA.
               COPY FCPLANOS.
               COPY FCAGREGADO.
               COPY FCDEPOSITO.
               SELECT ARQ-FATURAS ASSIGN TO "FATURAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FTNUM
                   FILE STATUS IS WS-FS.
               SELECT ARQ-EMPREGADOS ASSIGN TO "EMPREGADOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EIDT
                   ALTERNATE RECORD KEY IS ENOME WITH DUPLICATES
                   FILE STATUS IS WS-FS.
               SELECT ARQ-RESCISOES ASSIGN TO "RESCISOES.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDPARCELA.
           COPY FDNOTAFISC.
           COPY FDASSINATURA.
           COPY FDPLANOS.
           COPY FDAGREGADO.
           COPY FDDEPOSITO.
           FD ARQ-FATURAS.
           01 REG-FATURAS.
               05 FTNUM PIC 9(9).
               05 FTCPF PIC 9(11).
               05 FTCNPJ PIC X(14).
               05 FTDATA PIC 9(8).
               05 FTVALOR PIC 9(9)V99.
               05 FTSTATUS PIC X(1).
           FD ARQ-EMPREGADOS.
           01 REG-EMPREGADO.
               05 EIDT PIC 9(5).
               05 ENOME PIC X(30).
               05 ENASCIMENTO PIC X(10).
               05 ECATEGORIA PIC X(10).
               05 ESECAO PIC X(10).
               05 EHORA-ALMOCO PIC X(5).
               05 EHORA-ENTRADA PIC X(5).
               05 EHORA-SAIDA PIC X(5).
               05 EHORAS-SEMANAIS PIC 9(2).
               05 ESALARIO PIC S9(6)V9(2).
               05 EPIN PIC 9(4).
               05 EADMISSAO PIC 9(8).
               05 EBANCO PIC 9(3).
               05 EAGENCIA PIC 9(5).
               05 ECONTA PIC X(12).
               05 ETIPOCONTA PIC X(1).
           FD ARQ-RESCISOES.
           01 REG-RESCISOES.
               05 RSEIDT PIC 9(5).
               05 RSDATA PIC 9(8).
               05 RSBRUTO PIC 9(7)V99.
               05 RSLIQUIDO PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(20).
           77 WS-HOJE PIC 9(8).
           77 WS-JUL-HOJE PIC 9(7).
           77 WS-JUL PIC 9(7).
           77 WS-HORIZONTE PIC 9(3) VALUE 90.
           77 WS-DIAS-MEDIA PIC 9(3) VALUE 28.
           77 WS-PRAZO-FATURA PIC 9(3) VALUE 10.
           77 WS-DT-ALVO PIC 9(8).
           77 WS-DT-INI PIC 9(8).
           77 WS-DIAS PIC S9(5).
           77 WS-SEM PIC 9(2).
           77 WS-SEM-QTD PIC 9(2).
           77 WS-ANO PIC 9(4).
           77 WS-MES PIC 9(2).
           77 WS-M PIC 9(2).
           77 WS-SALDO-BANCO PIC S9(11)V99 VALUE ZERO.
           77 WS-TRANSITO PIC 9(11)V99 VALUE ZERO.
           77 WS-SALDO PIC S9(11)V99.
           77 WS-ENTRADAS PIC 9(11)V99.
           77 WS-SAIDAS PIC 9(11)V99.
           77 WS-PLANO-MES PIC 9(11)V99 VALUE ZERO.
           77 WS-FOLHA-MES PIC 9(11)V99 VALUE ZERO.
           77 WS-BALCAO-TOT PIC 9(11)V99 VALUE ZERO.
           77 WS-BALCAO-DIA PIC 9(9)V99 VALUE ZERO.
           77 WS-VENC-RECEBER PIC 9(11)V99 VALUE ZERO.
           77 WS-VENC-PAGAR PIC 9(11)V99 VALUE ZERO.
           77 WS-NEGATIVAS PIC 9(2) VALUE ZERO.
           77 WS-FLAG PIC X(10).
           77 WS-RES-QTD PIC 9(4) VALUE ZERO.
           77 WS-RES-I PIC 9(4).
           77 WS-DESLIGADO PIC X(1).
           77 WS-VALOR-ED PIC -(10)9.99.
           77 WS-SAIDA-ED PIC -(10)9.99.
           77 WS-SALDO-ED PIC -(10)9.99.
           01 WS-RES-TAB.
               05 WS-RES-EIDT PIC 9(5) OCCURS 1000 TIMES.
           01 WS-SEM-TAB.
               05 WS-SEM-REG OCCURS 13 TIMES.
                   10 WS-SEM-INI PIC 9(8).
                   10 WS-SEM-FIM PIC 9(8).
                   10 WS-SEM-DIAS PIC 9(1).
                   10 WS-SEM-PARC PIC 9(11)V99.
                   10 WS-SEM-FAT PIC 9(11)V99.
                   10 WS-SEM-PLANO PIC 9(11)V99.
                   10 WS-SEM-BALCAO PIC 9(11)V99.
                   10 WS-SEM-FORN PIC 9(11)V99.
                   10 WS-SEM-FOLHA PIC 9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM <> SPACES
               COMPUTE WS-SALDO-BANCO = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           COMPUTE WS-JUL-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           PERFORM MONTA-SEMANAS-PROCEDURE.
           PERFORM POSICAO-TESOURARIA-PROCEDURE.
           PERFORM PREVE-PARCELAS-PROCEDURE.
           PERFORM PREVE-FATURAS-PROCEDURE.
           PERFORM PREVE-PLANOS-PROCEDURE.
           PERFORM PREVE-BALCAO-PROCEDURE.
           PERFORM PREVE-FORNECEDORES-PROCEDURE.
           PERFORM PREVE-FOLHA-PROCEDURE.
           PERFORM EMITE-RELATORIO-PROCEDURE.
           IF WS-NEGATIVAS > ZERO
               MOVE 4 TO WS-RC
           END-IF.
           STOP RUN RETURNING WS-RC.
       MONTA-SEMANAS-PROCEDURE.
           COMPUTE WS-SEM-QTD = (WS-HORIZONTE + 6) / 7.
           PERFORM VARYING WS-SEM FROM 1 BY 1
               UNTIL WS-SEM > WS-SEM-QTD
               COMPUTE WS-JUL = WS-JUL-HOJE + (WS-SEM - 1) * 7
               COMPUTE WS-SEM-INI (WS-SEM) =
                   FUNCTION DATE-OF-INTEGER (WS-JUL)
               MOVE 7 TO WS-SEM-DIAS (WS-SEM)
               IF (WS-SEM * 7) > WS-HORIZONTE
                   COMPUTE WS-SEM-DIAS (WS-SEM) =
                       WS-HORIZONTE - ((WS-SEM - 1) * 7)
               END-IF
               COMPUTE WS-JUL = WS-JUL + WS-SEM-DIAS (WS-SEM) - 1
               COMPUTE WS-SEM-FIM (WS-SEM) =
                   FUNCTION DATE-OF-INTEGER (WS-JUL)
               MOVE ZERO TO WS-SEM-PARC (WS-SEM)
               MOVE ZERO TO WS-SEM-FAT (WS-SEM)
               MOVE ZERO TO WS-SEM-PLANO (WS-SEM)
               MOVE ZERO TO WS-SEM-BALCAO (WS-SEM)
               MOVE ZERO TO WS-SEM-FORN (WS-SEM)
               MOVE ZERO TO WS-SEM-FOLHA (WS-SEM)
           END-PERFORM.
       ACHA-SEMANA-PROCEDURE.
           MOVE ZERO TO WS-SEM.
           IF WS-DT-ALVO IS NOT NUMERIC OR WS-DT-ALVO = ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-DT-ALVO) - WS-JUL-HOJE.
           IF WS-DIAS < ZERO OR WS-DIAS >= WS-HORIZONTE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEM = WS-DIAS / 7 + 1.
       POSICAO-TESOURARIA-PROCEDURE.
           OPEN INPUT ARQ-DEPOSITO.
           IF WS-FS <> 0
               CLOSE ARQ-DEPOSITO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO DPNUM.
           START ARQ-DEPOSITO KEY IS GREATER THAN DPNUM
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-DEPOSITO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   AND (DPSTATUS = "S" OR DPSTATUS = "D")
                   ADD DPVALOR TO WS-TRANSITO
               END-IF
           END-PERFORM.
           CLOSE ARQ-DEPOSITO.
       PREVE-PARCELAS-PROCEDURE.
           OPEN INPUT ARQ-PARCELA.
           IF WS-FS <> 0
               CLOSE ARQ-PARCELA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO PACPF.
           MOVE ZEROES TO PASEQ.
           START ARQ-PARCELA KEY IS GREATER THAN PACHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PARCELA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND PASTATUS = "P"
                   IF PAVENC < WS-HOJE
                       ADD PAVALOR TO WS-VENC-RECEBER
                   ELSE
                       MOVE PAVENC TO WS-DT-ALVO
                       PERFORM ACHA-SEMANA-PROCEDURE
                       IF WS-SEM > ZERO
                           ADD PAVALOR TO WS-SEM-PARC (WS-SEM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PARCELA.
       PREVE-FATURAS-PROCEDURE.
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
                   COMPUTE WS-JUL = FUNCTION INTEGER-OF-DATE (FTDATA)
                       + WS-PRAZO-FATURA
                   COMPUTE WS-DT-ALVO =
                       FUNCTION DATE-OF-INTEGER (WS-JUL)
                   IF WS-DT-ALVO < WS-HOJE
                       ADD FTVALOR TO WS-VENC-RECEBER
                   ELSE
                       PERFORM ACHA-SEMANA-PROCEDURE
                       IF WS-SEM > ZERO
                           ADD FTVALOR TO WS-SEM-FAT (WS-SEM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-FATURAS.
       PREVE-PLANOS-PROCEDURE.
           OPEN INPUT ARQ-ASSINATURA.
           IF WS-FS <> 0
               CLOSE ARQ-ASSINATURA
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PLANOS.
           IF WS-FS <> 0
               CLOSE ARQ-PLANOS
               CLOSE ARQ-ASSINATURA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO ASCPF.
           START ARQ-ASSINATURA KEY IS GREATER THAN ASCPF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ASSINATURA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ASATIVO = "S"
                   MOVE ASPLANO TO PLCODIGO
                   READ ARQ-PLANOS
                       NOT INVALID KEY
                           ADD PLVALOR TO WS-PLANO-MES
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-PLANOS.
           CLOSE ARQ-ASSINATURA.
           COMPUTE WS-ANO = WS-HOJE / 10000.
           COMPUTE WS-MES = (WS-HOJE / 100) - (WS-ANO * 100).
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               COMPUTE WS-DT-ALVO = WS-ANO * 10000 + WS-MES * 100 + 1
               PERFORM ACHA-SEMANA-PROCEDURE
               IF WS-SEM > ZERO
                   ADD WS-PLANO-MES TO WS-SEM-PLANO (WS-SEM)
               END-IF
               PERFORM PROXIMO-MES-PROCEDURE
           END-PERFORM.
       PROXIMO-MES-PROCEDURE.
           IF WS-MES = 12
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANO
           ELSE
               ADD 1 TO WS-MES
           END-IF.
       PREVE-BALCAO-PROCEDURE.
           OPEN INPUT ARQ-AGREGADO.
           IF WS-FS <> 0
               CLOSE ARQ-AGREGADO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JUL = WS-JUL-HOJE - WS-DIAS-MEDIA.
           COMPUTE WS-DT-INI = FUNCTION DATE-OF-INTEGER (WS-JUL).
           MOVE WS-DT-INI TO AGDATA.
           MOVE ZEROES TO AGFILIAL.
           MOVE SPACES TO AGCATEGORIA.
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
                   IF AGDATA >= WS-HOJE
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD AGVALOR TO WS-BALCAO-TOT
                       ADD AGMULTA TO WS-BALCAO-TOT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-AGREGADO.
           COMPUTE WS-BALCAO-DIA ROUNDED =
               WS-BALCAO-TOT / WS-DIAS-MEDIA.
           PERFORM VARYING WS-SEM FROM 1 BY 1
               UNTIL WS-SEM > WS-SEM-QTD
               COMPUTE WS-SEM-BALCAO (WS-SEM) =
                   WS-BALCAO-DIA * WS-SEM-DIAS (WS-SEM)
           END-PERFORM.
       PREVE-FORNECEDORES-PROCEDURE.
           OPEN INPUT ARQ-NOTAFISC.
           IF WS-FS <> 0
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO NFPEDIDO.
           MOVE ZEROES TO NFNUMERO.
           START ARQ-NOTAFISC KEY IS GREATER THAN NFCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-NOTAFISC NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   AND (NFSTATUS = "P" OR NFSTATUS = "R")
                   IF NFVENCTO < WS-HOJE
                       ADD NFVALOR TO WS-VENC-PAGAR
                       ADD NFVALOR TO WS-SEM-FORN (1)
                   ELSE
                       MOVE NFVENCTO TO WS-DT-ALVO
                       PERFORM ACHA-SEMANA-PROCEDURE
                       IF WS-SEM > ZERO
                           ADD NFVALOR TO WS-SEM-FORN (WS-SEM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-NOTAFISC.
       PREVE-FOLHA-PROCEDURE.
           PERFORM CARREGA-RESCISOES-PROCEDURE.
           OPEN INPUT ARQ-EMPREGADOS.
           IF WS-FS <> 0
               CLOSE ARQ-EMPREGADOS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO EIDT.
           START ARQ-EMPREGADOS KEY IS NOT LESS THAN EIDT
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-EMPREGADOS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND ESALARIO > ZERO
                   MOVE "N" TO WS-DESLIGADO
                   PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-QTD
                       IF WS-RES-EIDT (WS-RES-I) = EIDT
                           MOVE "S" TO WS-DESLIGADO
                       END-IF
                   END-PERFORM
                   IF WS-DESLIGADO = "N"
                       ADD ESALARIO TO WS-FOLHA-MES
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-EMPREGADOS.
           COMPUTE WS-ANO = WS-HOJE / 10000.
           COMPUTE WS-MES = (WS-HOJE / 100) - (WS-ANO * 100).
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               COMPUTE WS-DT-ALVO = WS-ANO * 10000 + WS-MES * 100 + 5
               PERFORM ACHA-SEMANA-PROCEDURE
               IF WS-SEM > ZERO
                   ADD WS-FOLHA-MES TO WS-SEM-FOLHA (WS-SEM)
               END-IF
               IF WS-MES = 11
                   COMPUTE WS-DT-ALVO = WS-ANO * 10000 + 1130
                   PERFORM ACHA-SEMANA-PROCEDURE
                   IF WS-SEM > ZERO
                       COMPUTE WS-SEM-FOLHA (WS-SEM) =
                           WS-SEM-FOLHA (WS-SEM) + WS-FOLHA-MES / 2
                   END-IF
               END-IF
               IF WS-MES = 12
                   COMPUTE WS-DT-ALVO = WS-ANO * 10000 + 1220
                   PERFORM ACHA-SEMANA-PROCEDURE
                   IF WS-SEM > ZERO
                       COMPUTE WS-SEM-FOLHA (WS-SEM) =
                           WS-SEM-FOLHA (WS-SEM) + WS-FOLHA-MES / 2
                   END-IF
               END-IF
               PERFORM PROXIMO-MES-PROCEDURE
           END-PERFORM.
       CARREGA-RESCISOES-PROCEDURE.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-FS2 <> 0
               CLOSE ARQ-RESCISOES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RESCISOES
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND WS-RES-QTD < 1000
                   ADD 1 TO WS-RES-QTD
                   MOVE RSEIDT TO WS-RES-EIDT (WS-RES-QTD)
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESCISOES.
       EMITE-RELATORIO-PROCEDURE.
           MOVE "FLUXOCX.TXT" TO WS-REP-ARQUIVO.
           MOVE "PREVISAO DE FLUXO DE CAIXA - 90 DIAS" TO WS-REP-TITULO.
           MOVE "SEM INICIO FIM PARC FATURAS PLANOS BALCAO NOTAS FOLHA"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           COMPUTE WS-SALDO = WS-SALDO-BANCO + WS-TRANSITO.
           MOVE WS-SALDO-BANCO TO WS-VALOR-ED.
           MOVE SPACES TO WS-REP-LINHA.
           IF WS-PARM = SPACES
               STRING "SALDO BANCARIO NAO INFORMADO (ARGUMENTO)"
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           ELSE
               STRING "SALDO BANCARIO INFORMADO.... " WS-VALOR-ED
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
           END-IF.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE WS-TRANSITO TO WS-VALOR-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "LOTES DA TESOURARIA A CONFIRMAR " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "SALDO INICIAL EM " WS-HOJE "....... " WS-SALDO-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           PERFORM VARYING WS-SEM FROM 1 BY 1
               UNTIL WS-SEM > WS-SEM-QTD
               PERFORM EMITE-SEMANA-PROCEDURE
           END-PERFORM.
           MOVE WS-VENC-RECEBER TO WS-VALOR-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "RECEBIVEIS VENCIDOS (FORA DA PREVISAO) " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE WS-VENC-PAGAR TO WS-VALOR-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "NOTAS VENCIDAS (NA 1A SEMANA)........ " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE WS-BALCAO-DIA TO WS-VALOR-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "MEDIA DIARIA DO BALCAO (" WS-DIAS-MEDIA " DIAS) "
               WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "SEMANAS COM SALDO NEGATIVO: " WS-NEGATIVAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY "FLUXOCX.TXT GERADO: " WS-NEGATIVAS
               " SEMANA(S) COM SALDO NEGATIVO".
       EMITE-SEMANA-PROCEDURE.
           COMPUTE WS-ENTRADAS = WS-SEM-PARC (WS-SEM)
               + WS-SEM-FAT (WS-SEM) + WS-SEM-PLANO (WS-SEM)
               + WS-SEM-BALCAO (WS-SEM).
           COMPUTE WS-SAIDAS = WS-SEM-FORN (WS-SEM)
               + WS-SEM-FOLHA (WS-SEM).
           COMPUTE WS-SALDO = WS-SALDO + WS-ENTRADAS - WS-SAIDAS.
           MOVE SPACES TO WS-FLAG.
           IF WS-SALDO < ZERO
               MOVE "*NEGATIVO*" TO WS-FLAG
               ADD 1 TO WS-NEGATIVAS
           END-IF.
           MOVE SPACES TO WS-REP-LINHA.
           STRING WS-SEM " " WS-SEM-INI (WS-SEM)
               " " WS-SEM-FIM (WS-SEM)
               " " WS-SEM-PARC (WS-SEM) " " WS-SEM-FAT (WS-SEM)
               " " WS-SEM-PLANO (WS-SEM) " " WS-SEM-BALCAO (WS-SEM)
               " " WS-SEM-FORN (WS-SEM) " " WS-SEM-FOLHA (WS-SEM)
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
           MOVE WS-ENTRADAS TO WS-VALOR-ED.
           MOVE WS-SAIDAS TO WS-SAIDA-ED.
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "   ENTRADAS " WS-VALOR-ED " SAIDAS " WS-SAIDA-ED
               " SALDO " WS-SALDO-ED " " WS-FLAG
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM GRAVA-LINHA-PROCEDURE.
       GRAVA-LINHA-PROCEDURE.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM FLUXOCX.
