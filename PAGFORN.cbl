       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGFORN.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCNOTAFISC.
               COPY FCFORNBCO.
               COPY FCFUNCIONARIOS.
               COPY FCSEQUENCIA.
               SELECT ARQ-FORNECEDOR ASSIGN TO "FORNECEDOR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORNCOD
                   FILE STATUS IS WS-FS.
               SELECT ARQ-PAGAMENTOS ASSIGN TO "PAGAMENTOS.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-REMESSA ASSIGN TO "PAGFORN.REM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-RETORNO ASSIGN TO "PAGFORN.RET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDNOTAFISC.
           COPY FDFORNBCO.
           COPY FDFUNCIONARIOS.
           COPY FDSEQUENCIA.
           FD ARQ-FORNECEDOR.
           01 REG-FORNECEDOR.
               05 FORNCOD PIC 9(4).
               05 FORNNOME PIC X(50).
               05 FORNCNPJ PIC X(14).
               05 FORNTEL PIC X(15).
               05 FORNATIVO PIC X(1).
           FD ARQ-PAGAMENTOS.
           01 REG-PAGAMENTOS.
               05 PGDATA PIC 9(8).
               05 PGFORN PIC 9(4).
               05 PGVALOR PIC 9(9)V99.
           FD ARQ-REMESSA.
           01 REMESSA-REG PIC X(400).
           FD ARQ-RETORNO.
           01 RETORNO-REG PIC X(400).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-CORTE PIC 9(8).
           77 WS-LOTE PIC 9(6).
           77 WS-SEQ-REM PIC 9(6) VALUE ZERO.
           77 WS-FASE PIC X(1).
           77 WS-TEM-BANCO PIC X(1).
           77 WS-BCO-ABERTO PIC X(1).
           77 WS-CONFIRMA PIC X(1).
           77 WS-FORN PIC 9(4).
           77 WS-EXISTE PIC X(1).
           77 WS-CONT-SEL PIC 9(5) VALUE ZERO.
           77 WS-TOT-SEL PIC 9(11)V99 VALUE ZERO.
           77 WS-CONT-SEMBCO PIC 9(5) VALUE ZERO.
           77 WS-TOT-SEMBCO PIC 9(11)V99 VALUE ZERO.
           77 WS-CONT-PAGO PIC 9(5) VALUE ZERO.
           77 WS-TOT-PAGO PIC 9(11)V99 VALUE ZERO.
           77 WS-CONT-REJ PIC 9(5) VALUE ZERO.
           77 WS-CONT-SEMNOTA PIC 9(5) VALUE ZERO.
           77 WS-SITUACAO PIC X(30).
           77 WS-GER-EMPID PIC 9(5).
           77 WS-GER-PIN PIC 9(4).
           77 WS-GER-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           01 REM-HEADER.
               05 RH-TIPO PIC X(1) VALUE "0".
               05 RH-LITERAL PIC X(7) VALUE "REMESSA".
               05 RH-SERVICO PIC X(20) VALUE "PAGAMENTO FORNECEDOR".
               05 RH-LOTE PIC 9(6).
               05 RH-DATA PIC 9(8).
               05 RH-EMPRESA PIC X(30) VALUE "LOCADORA".
               05 FILLER PIC X(322) VALUE SPACES.
               05 RH-SEQ PIC 9(6).
           01 REM-DETALHE.
               05 RD-TIPO PIC X(1) VALUE "1".
               05 RD-PEDIDO PIC 9(6).
               05 RD-NOTA PIC 9(9).
               05 RD-FORN PIC 9(4).
               05 RD-BANCO PIC 9(3).
               05 RD-AGENCIA PIC 9(5).
               05 RD-CONTA PIC X(12).
               05 RD-CONTA-TIPO PIC X(1).
               05 RD-CNPJ PIC X(14).
               05 RD-FAVORECIDO PIC X(30).
               05 RD-VENCTO PIC 9(8).
               05 RD-PAGTO PIC 9(8).
               05 RD-VALOR PIC 9(11)V99.
               05 FILLER PIC X(280) VALUE SPACES.
               05 RD-SEQ PIC 9(6).
           01 REM-TRAILER.
               05 RT-TIPO PIC X(1) VALUE "9".
               05 RT-QTD PIC 9(6).
               05 RT-TOTAL PIC 9(13)V99.
               05 FILLER PIC X(372) VALUE SPACES.
               05 RT-SEQ PIC 9(6).
           01 RET-DETALHE.
               05 RR-TIPO PIC X(1).
               05 RR-PEDIDO PIC 9(6).
               05 RR-NOTA PIC 9(9).
               05 RR-OCORR PIC X(2).
               05 RR-DATA PIC 9(8).
               05 RR-VALOR PIC 9(11)V99.
               05 RR-MOTIVO PIC X(2).
               05 FILLER PIC X(359).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-PARM.
           EVALUATE WS-PARM
               WHEN "LOTE"
                   PERFORM LOTE-PROCEDURE
               WHEN "BANCO"
                   PERFORM BANCO-PROCEDURE
               WHEN OTHER
                   PERFORM RETORNO-PROCEDURE
           END-EVALUATE.
           STOP RUN RETURNING WS-RC.
       BANCO-PROCEDURE.
           DISPLAY "DADOS BANCARIOS DO FORNECEDOR".
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT WS-FORN.
           OPEN INPUT ARQ-FORNECEDOR.
           IF WS-FS <> 0
               DISPLAY "SEM FORNECEDORES CADASTRADOS"
               CLOSE ARQ-FORNECEDOR
               MOVE 1 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FORN TO FORNCOD.
           READ ARQ-FORNECEDOR
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
                   CLOSE ARQ-FORNECEDOR
                   MOVE 1 TO WS-RC
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-FORNECEDOR.
           DISPLAY FORNNOME " CNPJ " FORNCNPJ.
           OPEN I-O ARQ-FORNBCO.
           IF WS-FS = "35"
               CLOSE ARQ-FORNBCO
               OPEN OUTPUT ARQ-FORNBCO
               CLOSE ARQ-FORNBCO
               OPEN I-O ARQ-FORNBCO
           END-IF.
           MOVE "S" TO WS-EXISTE.
           MOVE WS-FORN TO FBFORN.
           READ ARQ-FORNBCO
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   DISPLAY "ATUAL: BANCO " FBBANCO " AGENCIA " FBAGENCIA
                       " CONTA " FBCONTA " TIPO " FBTIPO
           END-READ.
           MOVE WS-FORN TO FBFORN.
           DISPLAY "BANCO (3 DIGITOS): ".
           ACCEPT FBBANCO.
           DISPLAY "AGENCIA: ".
           ACCEPT FBAGENCIA.
           DISPLAY "CONTA COM DIGITO: ".
           ACCEPT FBCONTA.
           DISPLAY "TIPO (C=CORRENTE P=POUPANCA): ".
           ACCEPT FBTIPO.
           MOVE FUNCTION UPPER-CASE(FBTIPO) TO FBTIPO.
           IF FBBANCO = ZEROES OR FBAGENCIA = ZEROES
               OR FBCONTA = SPACES
               OR (FBTIPO <> "C" AND FBTIPO <> "P")
               DISPLAY "DADOS BANCARIOS INVALIDOS"
               CLOSE ARQ-FORNBCO
               MOVE 1 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE FORNCNPJ TO FBCNPJ.
           MOVE FORNNOME TO FBFAVORECIDO.
           IF WS-EXISTE = "S"
               REWRITE REG-FORNBCO
           ELSE
               WRITE REG-FORNBCO
           END-IF.
           CLOSE ARQ-FORNBCO.
           DISPLAY "DADOS BANCARIOS GRAVADOS".
       LOTE-PROCEDURE.
           DISPLAY "LOTE DE PAGAMENTO A FORNECEDORES".
           DISPLAY "PAGAR NOTAS COM VENCIMENTO ATE (AAAAMMDD): ".
           ACCEPT WS-CORTE.
           IF WS-CORTE = ZEROES
               MOVE WS-HOJE TO WS-CORTE
           END-IF.
           OPEN I-O ARQ-NOTAFISC.
           IF WS-FS <> 0
               DISPLAY "SEM NOTAS A PAGAR"
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-FORNBCO.
           IF WS-FS = 0
               MOVE "S" TO WS-BCO-ABERTO
           ELSE
               MOVE "N" TO WS-BCO-ABERTO
               DISPLAY "DADOS BANCARIOS INDISPONIVEIS, FS=" WS-FS
           END-IF.
           MOVE "PAGLOTE.TXT" TO WS-REP-ARQUIVO.
           MOVE "PROPOSTA DE LOTE DE PAGAMENTO"
               TO WS-REP-TITULO.
           MOVE "PEDIDO NOTA FORNECEDOR VENCIMENTO VALOR SITUACAO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "P" TO WS-FASE.
           PERFORM VARRE-NOTAS-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "ATE " WS-CORTE " NO LOTE=" WS-CONT-SEL
               " VALOR=" WS-TOT-SEL
               " SEM DADOS BANCARIOS=" WS-CONT-SEMBCO
               " VALOR=" WS-TOT-SEMBCO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           DISPLAY WS-REP-LINHA.
           IF WS-CONT-SEMBCO > ZERO
               DISPLAY "NOTAS SEM DADOS BANCARIOS FICAM FORA DO LOTE"
                   " (VER PAGLOTE.TXT)"
           END-IF.
           IF WS-CONT-SEL = ZERO
               DISPLAY "NENHUMA NOTA A INCLUIR NO LOTE"
               CLOSE ARQ-FORNBCO
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "APROVACAO DO GERENTE".
           PERFORM AUTORIZA-GERENTE-PROCEDURE.
           IF WS-GER-OK <> "S"
               DISPLAY "LOTE NAO APROVADO"
               CLOSE ARQ-FORNBCO
               CLOSE ARQ-NOTAFISC
               MOVE 1 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA A GERACAO DA REMESSA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA <> "S" AND WS-CONFIRMA <> "s"
               DISPLAY "LOTE CANCELADO"
               CLOSE ARQ-FORNBCO
               CLOSE ARQ-NOTAFISC
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROXIMO-LOTE-PROCEDURE.
           OPEN OUTPUT ARQ-REMESSA.
           MOVE WS-LOTE TO RH-LOTE.
           MOVE WS-HOJE TO RH-DATA.
           ADD 1 TO WS-SEQ-REM.
           MOVE WS-SEQ-REM TO RH-SEQ.
           MOVE REM-HEADER TO REMESSA-REG.
           WRITE REMESSA-REG.
           MOVE ZERO TO WS-CONT-SEL.
           MOVE ZERO TO WS-TOT-SEL.
           MOVE ZERO TO WS-CONT-SEMBCO.
           MOVE ZERO TO WS-TOT-SEMBCO.
           MOVE "R" TO WS-FASE.
           PERFORM VARRE-NOTAS-PROCEDURE.
           ADD 1 TO WS-SEQ-REM.
           MOVE WS-CONT-SEL TO RT-QTD.
           MOVE WS-TOT-SEL TO RT-TOTAL.
           MOVE WS-SEQ-REM TO RT-SEQ.
           MOVE REM-TRAILER TO REMESSA-REG.
           WRITE REMESSA-REG.
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-FORNBCO.
           CLOSE ARQ-NOTAFISC.
           DISPLAY "LOTE " WS-LOTE " APROVADO POR " WS-GER-EMPID
               ": PAGFORN.REM COM " WS-CONT-SEL " NOTA(S), TOTAL="
               WS-TOT-SEL.
       VARRE-NOTAS-PROCEDURE.
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
               IF WS-EOF = "N" AND NFSTATUS = "P"
                   AND NFVENCTO <= WS-CORTE
                   PERFORM TRATA-NOTA-PROCEDURE
               END-IF
           END-PERFORM.
       TRATA-NOTA-PROCEDURE.
           MOVE WS-BCO-ABERTO TO WS-TEM-BANCO.
           IF WS-BCO-ABERTO = "S"
               MOVE NFFORN TO FBFORN
               READ ARQ-FORNBCO
                   INVALID KEY
                       MOVE "N" TO WS-TEM-BANCO
               END-READ
           END-IF.
           IF WS-TEM-BANCO = "N"
               ADD 1 TO WS-CONT-SEMBCO
               ADD NFVALOR TO WS-TOT-SEMBCO
               MOVE "SEM DADOS BANCARIOS" TO WS-SITUACAO
           ELSE
               ADD 1 TO WS-CONT-SEL
               ADD NFVALOR TO WS-TOT-SEL
               MOVE "NO LOTE" TO WS-SITUACAO
           END-IF.
           IF WS-FASE = "P"
               MOVE SPACES TO WS-REP-LINHA
               STRING NFPEDIDO " " NFNUMERO " " NFFORN
                   " " NFVENCTO " " NFVALOR " " WS-SITUACAO
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               MOVE "L" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
               EXIT PARAGRAPH
           END-IF.
           IF WS-TEM-BANCO = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEQ-REM.
           MOVE NFPEDIDO TO RD-PEDIDO.
           MOVE NFNUMERO TO RD-NOTA.
           MOVE NFFORN TO RD-FORN.
           MOVE FBBANCO TO RD-BANCO.
           MOVE FBAGENCIA TO RD-AGENCIA.
           MOVE FBCONTA TO RD-CONTA.
           MOVE FBTIPO TO RD-CONTA-TIPO.
           MOVE FBCNPJ TO RD-CNPJ.
           MOVE FBFAVORECIDO TO RD-FAVORECIDO.
           MOVE NFVENCTO TO RD-VENCTO.
           IF NFVENCTO < WS-HOJE
               MOVE WS-HOJE TO RD-PAGTO
           ELSE
               MOVE NFVENCTO TO RD-PAGTO
           END-IF.
           MOVE NFVALOR TO RD-VALOR.
           MOVE WS-SEQ-REM TO RD-SEQ.
           MOVE REM-DETALHE TO REMESSA-REG.
           WRITE REMESSA-REG.
           MOVE "R" TO NFSTATUS.
           REWRITE REG-NOTAFISC.
       AUTORIZA-GERENTE-PROCEDURE.
           MOVE "N" TO WS-GER-OK.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               DISPLAY "GERENTE: "
               ACCEPT WS-GER-EMPID
               DISPLAY "SENHA: "
               ACCEPT WS-GER-PIN
               MOVE WS-GER-EMPID TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-GER-PIN TO WS-PIN-CLARO
                       CALL "PIN_Scramble" USING WS-PIN-CLARO
                           WS-PIN-CIFRADO
                       END-CALL
                       IF EMPPIN = WS-PIN-CIFRADO
                           AND EMPSITUACAO = "A"
                           AND EMPPERFIL = "G"
                           MOVE "S" TO WS-GER-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-FUNCIONARIOS.
       PROXIMO-LOTE-PROCEDURE.
           OPEN I-O ARQ-SEQUENCIA.
           IF WS-FS = "35"
               CLOSE ARQ-SEQUENCIA
               OPEN OUTPUT ARQ-SEQUENCIA
               CLOSE ARQ-SEQUENCIA
               OPEN I-O ARQ-SEQUENCIA
           END-IF.
           MOVE "P" TO STIPO.
           READ ARQ-SEQUENCIA
               INVALID KEY
                   MOVE 1 TO SNUMERO
                   WRITE REG-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO SNUMERO
                   REWRITE REG-SEQUENCIA
           END-READ.
           MOVE SNUMERO TO WS-LOTE.
           CLOSE ARQ-SEQUENCIA.
       RETORNO-PROCEDURE.
           OPEN INPUT ARQ-RETORNO.
           IF WS-FS2 <> 0
               DISPLAY "PAGFORN.RET NAO ENCONTRADO, RETORNO PULADO"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-NOTAFISC.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR NOTAFISC, FS=" WS-FS
               CLOSE ARQ-RETORNO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "PAGFORNRET.TXT" TO WS-REP-ARQUIVO.
           MOVE "RETORNO DE PAGAMENTO A FORNECEDORES" TO WS-REP-TITULO.
           MOVE "PEDIDO NOTA OCORRENCIA VALOR SITUACAO"
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
           CLOSE ARQ-NOTAFISC.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "PAGAS=" WS-CONT-PAGO " VALOR=" WS-TOT-PAGO
               " REJEITADAS=" WS-CONT-REJ
               " SEM NOTA EM REMESSA=" WS-CONT-SEMNOTA
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF (WS-CONT-REJ > ZERO OR WS-CONT-SEMNOTA > ZERO)
               AND WS-RC = ZERO
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "RETORNO DE PAGAMENTOS: " WS-CONT-PAGO " PAGA(S), "
               WS-CONT-REJ " REJEITADA(S)".
       TRATA-RETORNO-PROCEDURE.
           IF RR-VALOR IS NOT NUMERIC
               MOVE ZEROES TO RR-VALOR
           END-IF.
           IF RR-DATA IS NOT NUMERIC
               MOVE WS-HOJE TO RR-DATA
           END-IF.
           MOVE RR-PEDIDO TO NFPEDIDO.
           MOVE RR-NOTA TO NFNUMERO.
           READ ARQ-NOTAFISC
               INVALID KEY
                   MOVE SPACE TO NFSTATUS
           END-READ.
           IF NFSTATUS <> "R"
               ADD 1 TO WS-CONT-SEMNOTA
               MOVE "NOTA NAO ESTA EM REMESSA" TO WS-SITUACAO
               PERFORM LISTA-RETORNO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF RR-OCORR = "00"
               MOVE "G" TO NFSTATUS
               MOVE RR-DATA TO NFPGDATA
               REWRITE REG-NOTAFISC
               ADD 1 TO WS-CONT-PAGO
               ADD RR-VALOR TO WS-TOT-PAGO
               MOVE "PAGA" TO WS-SITUACAO
               PERFORM GRAVA-PAGAMENTO-PROCEDURE
           ELSE
               MOVE "P" TO NFSTATUS
               REWRITE REG-NOTAFISC
               ADD 1 TO WS-CONT-REJ
               MOVE SPACES TO WS-SITUACAO
               STRING "REJEITADA MOTIVO " RR-MOTIVO
                   " - VOLTA A PAGAR"
                   DELIMITED BY SIZE INTO WS-SITUACAO
               END-STRING
           END-IF.
           PERFORM LISTA-RETORNO-PROCEDURE.
       LISTA-RETORNO-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING RR-PEDIDO " " RR-NOTA " " RR-OCORR " " RR-VALOR
               " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       GRAVA-PAGAMENTO-PROCEDURE.
           OPEN EXTEND ARQ-PAGAMENTOS.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.
           IF WS-FS2 = 0
               MOVE NFPGDATA TO PGDATA
               MOVE NFFORN TO PGFORN
               IF RR-VALOR > ZEROES
                   MOVE RR-VALOR TO PGVALOR
               ELSE
                   MOVE NFVALOR TO PGVALOR
               END-IF
               WRITE REG-PAGAMENTOS
               CLOSE ARQ-PAGAMENTOS
           END-IF.
       END PROGRAM PAGFORN.
