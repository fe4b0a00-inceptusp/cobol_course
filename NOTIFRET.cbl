       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRET.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCARQCLIENTES.
               COPY FCCONTATO.
               COPY FCTREINO.
               SELECT ARQ-RETORNO ASSIGN TO "GATEWAY.RET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-OUTBOX ASSIGN TO "OUTBOX.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDARQCLIENTES.
           COPY FDCONTATO.
           COPY FDTREINO.
           FD ARQ-RETORNO.
           01 RETORNO-REG PIC X(150).
           FD ARQ-OUTBOX.
           01 REG-OUTBOX.
               05 OBDATA PIC 9(8).
               05 OBCANAL PIC X(1).
               05 OBDEST PIC X(50).
               05 OBTEMPLATE PIC X(8).
               05 OBCPF PIC 9(11).
               05 OBVALOR PIC 9(7)V99.
               05 OBDIAS PIC 9(5).
               05 OBSTATUS PIC X(1).
               05 OBREF PIC X(10).
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-TOK-DATA PIC X(12).
           77 WS-TOK-CANAL PIC X(12).
           77 WS-TOK-CPF PIC X(12).
           77 WS-TOK-TEMPLATE PIC X(12).
           77 WS-TOK-REF PIC X(12).
           77 WS-TOK-STATUS PIC X(12).
           77 WS-TOK-MOTIVO PIC X(40).
           77 WS-RT-QTD PIC 9(4) VALUE ZERO.
           77 WS-RT-I PIC 9(4).
           77 WS-RT-ACHOU PIC 9(4).
           77 WS-RT-CHEIO PIC X(1) VALUE "N".
           77 WS-CT-OK PIC X(1) VALUE "N".
           77 WS-CT-ACHOU PIC X(1).
           77 WS-CT-MUDOU PIC X(1).
           77 WS-CLI-ACHOU PIC X(1).
           77 WS-CONT-LIDOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-REJ PIC 9(5) VALUE ZERO.
           77 WS-CONT-ENTREGUE PIC 9(5) VALUE ZERO.
           77 WS-CONT-DEVOLVIDA PIC 9(5) VALUE ZERO.
           77 WS-CONT-FALHA PIC 9(5) VALUE ZERO.
           77 WS-CONT-NAOLOC PIC 9(5) VALUE ZERO.
           77 WS-CONT-MARCADOS PIC 9(5) VALUE ZERO.
           77 WS-CONT-CORRIGIR PIC 9(5) VALUE ZERO.
           77 WS-CONT-CORRIGIDOS PIC 9(5) VALUE ZERO.
           01 WS-RT-TABELA.
               05 WS-RT-REG OCCURS 2000 TIMES.
                   10 WS-RT-DATA PIC 9(8).
                   10 WS-RT-CANAL PIC X(1).
                   10 WS-RT-CPF PIC 9(11).
                   10 WS-RT-TEMPLATE PIC X(8).
                   10 WS-RT-REF PIC X(10).
                   10 WS-RT-STATUS PIC X(1).
                   10 WS-RT-MOTIVO PIC X(40).
                   10 WS-RT-USADO PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICA-TREINO-PROCEDURE.
           IF WS-TREINO = "S"
               DISPLAY "BASE DE TREINAMENTO: "
                   "RETORNO DO GATEWAY NAO PROCESSADO"
               STOP RUN RETURNING 0
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-RETORNO-PROCEDURE.
           IF WS-RT-QTD > ZERO
               PERFORM ATUALIZA-OUTBOX-PROCEDURE
           END-IF.
           IF WS-RT-CHEIO = "S"
               DISPLAY "AVISO: GATEWAY.RET COM MAIS DE 2000 RETORNOS,"
               DISPLAY "O EXCEDENTE SERA PROCESSADO NA PROXIMA RODADA"
               MOVE 4 TO WS-RC
           END-IF.
           PERFORM LISTA-CONTATOS-PROCEDURE.
           DISPLAY "NOTIFRET: " WS-CONT-ENTREGUE " ENTREGUE(S), "
               WS-CONT-DEVOLVIDA " DEVOLVIDA(S), " WS-CONT-FALHA
               " FALHA(S), " WS-CONT-NAOLOC " NAO LOCALIZADA(S), "
               WS-CONT-CORRIGIR " CONTATO(S) A CORRIGIR".
           STOP RUN RETURNING WS-RC.
       CARREGA-RETORNO-PROCEDURE.
           OPEN INPUT ARQ-RETORNO.
           IF WS-FS2 <> 0
               DISPLAY "GATEWAY.RET NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           READ ARQ-RETORNO
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "N" TO WS-EOF
           END-READ.
           PERFORM UNTIL WS-EOF = "Y"
               ADD 1 TO WS-CONT-LIDOS
               PERFORM TRATA-RETORNO-PROCEDURE
               READ ARQ-RETORNO
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RETORNO.
       TRATA-RETORNO-PROCEDURE.
           MOVE SPACES TO WS-TOK-DATA.
           MOVE SPACES TO WS-TOK-CANAL.
           MOVE SPACES TO WS-TOK-CPF.
           MOVE SPACES TO WS-TOK-TEMPLATE.
           MOVE SPACES TO WS-TOK-REF.
           MOVE SPACES TO WS-TOK-STATUS.
           MOVE SPACES TO WS-TOK-MOTIVO.
           UNSTRING RETORNO-REG DELIMITED BY ";"
               INTO WS-TOK-DATA WS-TOK-CANAL WS-TOK-CPF
                   WS-TOK-TEMPLATE WS-TOK-REF WS-TOK-STATUS
                   WS-TOK-MOTIVO
           END-UNSTRING.
           IF WS-TOK-DATA (1:8) IS NOT NUMERIC
               OR WS-TOK-CPF (1:11) IS NOT NUMERIC
               OR (WS-TOK-CANAL (1:1) <> "E"
                   AND WS-TOK-CANAL (1:1) <> "S")
               OR (WS-TOK-STATUS (1:1) <> "E"
                   AND WS-TOK-STATUS (1:1) <> "H"
                   AND WS-TOK-STATUS (1:1) <> "S"
                   AND WS-TOK-STATUS (1:1) <> "F")
               ADD 1 TO WS-CONT-REJ
               EXIT PARAGRAPH
           END-IF.
           IF WS-RT-QTD >= 2000
               MOVE "S" TO WS-RT-CHEIO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RT-QTD.
           MOVE WS-TOK-DATA (1:8) TO WS-RT-DATA (WS-RT-QTD).
           MOVE WS-TOK-CANAL (1:1) TO WS-RT-CANAL (WS-RT-QTD).
           MOVE WS-TOK-CPF (1:11) TO WS-RT-CPF (WS-RT-QTD).
           MOVE WS-TOK-TEMPLATE (1:8) TO WS-RT-TEMPLATE (WS-RT-QTD).
           MOVE WS-TOK-REF (1:10) TO WS-RT-REF (WS-RT-QTD).
           MOVE WS-TOK-STATUS (1:1) TO WS-RT-STATUS (WS-RT-QTD).
           MOVE WS-TOK-MOTIVO TO WS-RT-MOTIVO (WS-RT-QTD).
           MOVE "N" TO WS-RT-USADO (WS-RT-QTD).
       ATUALIZA-OUTBOX-PROCEDURE.
           OPEN I-O ARQ-OUTBOX.
           IF WS-FS2 <> 0
               DISPLAY "OUTBOX.DAT NAO ENCONTRADO, FS=" WS-FS2
               MOVE WS-RT-QTD TO WS-CONT-NAOLOC
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-CONTATO.
           IF WS-FS = "35"
               CLOSE ARQ-CONTATO
               OPEN OUTPUT ARQ-CONTATO
               CLOSE ARQ-CONTATO
               OPEN I-O ARQ-CONTATO
           END-IF.
           IF WS-FS = 0
               MOVE "S" TO WS-CT-OK
           ELSE
               DISPLAY "ERRO AO ABRIR CONTATOS, FS=" WS-FS
               MOVE 4 TO WS-RC
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-OUTBOX
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM CASA-OUTBOX-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-OUTBOX.
           IF WS-CT-OK = "S"
               CLOSE ARQ-CONTATO
           END-IF.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-RT-QTD
               IF WS-RT-USADO (WS-RT-I) = "N"
                   ADD 1 TO WS-CONT-NAOLOC
               END-IF
           END-PERFORM.
       CASA-OUTBOX-PROCEDURE.
           MOVE ZERO TO WS-RT-ACHOU.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-RT-QTD OR WS-RT-ACHOU > ZERO
               IF WS-RT-USADO (WS-RT-I) = "N"
                   AND WS-RT-DATA (WS-RT-I) = OBDATA
                   AND WS-RT-CANAL (WS-RT-I) = OBCANAL
                   AND WS-RT-CPF (WS-RT-I) = OBCPF
                   AND WS-RT-TEMPLATE (WS-RT-I) = OBTEMPLATE
                   AND WS-RT-REF (WS-RT-I) = OBREF
                   MOVE WS-RT-I TO WS-RT-ACHOU
               END-IF
           END-PERFORM.
           IF WS-RT-ACHOU = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-RT-USADO (WS-RT-ACHOU).
           EVALUATE WS-RT-STATUS (WS-RT-ACHOU)
               WHEN "E"
                   MOVE "E" TO OBSTATUS
                   ADD 1 TO WS-CONT-ENTREGUE
               WHEN "H"
                   MOVE "B" TO OBSTATUS
                   ADD 1 TO WS-CONT-DEVOLVIDA
                   PERFORM MARCA-CONTATO-PROCEDURE
               WHEN OTHER
                   MOVE "F" TO OBSTATUS
                   ADD 1 TO WS-CONT-FALHA
           END-EVALUATE.
           REWRITE REG-OUTBOX.
       MARCA-CONTATO-PROCEDURE.
           IF WS-CT-OK <> "S" OR OBDEST = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE OBCPF TO CTCPF.
           MOVE "S" TO WS-CT-ACHOU.
           READ ARQ-CONTATO
               INVALID KEY
                   MOVE "N" TO WS-CT-ACHOU
                   INITIALIZE REG-CONTATO
                   MOVE OBCPF TO CTCPF
           END-READ.
           IF OBCANAL = "E"
               MOVE OBDEST TO CTEMAIL
               MOVE WS-HOJE TO CTEMAIL-DATA
               MOVE WS-RT-MOTIVO (WS-RT-ACHOU) TO CTEMAIL-MOT
           ELSE
               MOVE OBDEST (1:15) TO CTTEL
               MOVE WS-HOJE TO CTTEL-DATA
               MOVE WS-RT-MOTIVO (WS-RT-ACHOU) TO CTTEL-MOT
           END-IF.
           IF WS-CT-ACHOU = "S"
               REWRITE REG-CONTATO
           ELSE
               WRITE REG-CONTATO
           END-IF.
           ADD 1 TO WS-CONT-MARCADOS.
       LISTA-CONTATOS-PROCEDURE.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "NOTIFRET." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE SPACES TO WS-REP-TITULO.
           STRING "RETORNO DO GATEWAY " WS-HOJE
               DELIMITED BY SIZE INTO WS-REP-TITULO
           END-STRING.
           MOVE SPACES TO WS-REP-COLUNAS.
           STRING "CPF         CLIENTE                        CANAL"
               " CONTATO INVALIDO                    DESDE    MOTIVO"
               DELIMITED BY SIZE INTO WS-REP-COLUNAS
           END-STRING.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "L" TO WS-REP-OP.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "RETORNOS LIDOS " WS-CONT-LIDOS
               "  REJEITADOS " WS-CONT-REJ
               "  NAO LOCALIZADOS NA OUTBOX " WS-CONT-NAOLOC
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "ENTREGUES " WS-CONT-ENTREGUE
               "  DEVOLVIDAS " WS-CONT-DEVOLVIDA
               "  FALHAS " WS-CONT-FALHA
               "  CONTATOS MARCADOS INVALIDOS " WS-CONT-MARCADOS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE "CONTATOS A CORRIGIR NO CADASTRO DO CLIENTE:"
               TO WS-REP-LINHA.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           PERFORM VARRE-CONTATOS-PROCEDURE.
           IF WS-CONT-CORRIGIR = ZERO
               MOVE "  NENHUM CONTATO INVALIDO PENDENTE"
                   TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       VARRE-CONTATOS-PROCEDURE.
           OPEN I-O ARQ-CONTATO.
           IF WS-FS <> 0
               CLOSE ARQ-CONTATO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               CLOSE ARQ-CLIENTES
               CLOSE ARQ-CONTATO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO CTCPF.
           START ARQ-CONTATO KEY IS GREATER THAN CTCPF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONTATO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM CONFERE-CONTATO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CONTATO.
       CONFERE-CONTATO-PROCEDURE.
           MOVE "N" TO WS-CT-MUDOU.
           MOVE CTCPF TO CCPF.
           MOVE "S" TO WS-CLI-ACHOU.
           READ ARQ-CLIENTES
               INVALID KEY MOVE "N" TO WS-CLI-ACHOU
           END-READ.
           IF WS-CLI-ACHOU = "N" OR CNOME = "TITULAR ANONIMIZADO"
               DELETE ARQ-CONTATO RECORD
               EXIT PARAGRAPH
           END-IF.
           IF CTEMAIL <> SPACES AND CTEMAIL <> CEMAIL
               MOVE SPACES TO CTEMAIL
               MOVE ZEROES TO CTEMAIL-DATA
               MOVE SPACES TO CTEMAIL-MOT
               MOVE "S" TO WS-CT-MUDOU
               ADD 1 TO WS-CONT-CORRIGIDOS
           END-IF.
           IF CTTEL <> SPACES AND CTTEL <> CTEL
               MOVE SPACES TO CTTEL
               MOVE ZEROES TO CTTEL-DATA
               MOVE SPACES TO CTTEL-MOT
               MOVE "S" TO WS-CT-MUDOU
               ADD 1 TO WS-CONT-CORRIGIDOS
           END-IF.
           IF CTEMAIL = SPACES AND CTTEL = SPACES
               DELETE ARQ-CONTATO RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-MUDOU = "S"
               REWRITE REG-CONTATO
           END-IF.
           IF CTEMAIL <> SPACES
               ADD 1 TO WS-CONT-CORRIGIR
               MOVE SPACES TO WS-REP-LINHA
               STRING CTCPF " " CNOME (1:30) " EMAIL " CTEMAIL (1:35)
                   " " CTEMAIL-DATA " " CTEMAIL-MOT (1:30)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
           IF CTTEL <> SPACES
               ADD 1 TO WS-CONT-CORRIGIR
               MOVE SPACES TO WS-REP-LINHA
               STRING CTCPF " " CNOME (1:30) " SMS   " CTTEL
                   "                     " CTTEL-DATA " "
                   CTTEL-MOT (1:30)
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM NOTIFRET.
