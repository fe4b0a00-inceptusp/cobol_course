       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNAPLICA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFILME.
               COPY FCARQCLIENTES.
               COPY FCRECEBER.
               COPY FCFUNCIONARIOS.
               COPY FCJOURNAL.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDARQCLIENTES.
           COPY FDRECEBER.
           COPY FDFUNCIONARIOS.
           COPY FDJOURNAL.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-ARQ-JOURNAL PIC X(50) VALUE "JOURNAL.DAT".
           77 WS-PARM PIC X(100).
           77 WS-P-ARQUIVO PIC X(10).
           77 WS-P-DATA PIC X(8).
           77 WS-P-HORA PIC X(6).
           77 WS-P-JOURNAL PIC X(50).
           77 WS-LIMITE-DATA PIC 9(8).
           77 WS-LIMITE-HORA PIC 9(8).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-SUP-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-ATUAL PIC X(400).
           77 WS-ACHOU PIC X(1).
           77 WS-RESULTADO PIC X(1).
           77 WS-MOTIVO PIC X(40).
           77 WS-CHAVE PIC X(20).
           77 WS-I PIC 9(1).
           77 WS-CONT-LIDAS PIC 9(7) VALUE ZERO.
           77 WS-CONT-POST PIC 9(7) VALUE ZERO.
           77 WS-CONT-OUTRO PIC 9(7) VALUE ZERO.
           77 WS-CONT-REJ PIC 9(7) VALUE ZERO.
           01 WS-TOTAIS.
               05 WS-TOT OCCURS 3 TIMES.
                   10 WS-TOT-ARQUIVO PIC X(10).
                   10 WS-TOT-ABERTO PIC X(1).
                   10 WS-TOT-APLIC PIC 9(7).
                   10 WS-TOT-JA PIC 9(7).
                   10 WS-TOT-REJ PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS-PROCEDURE.
           IF WS-RC <> ZERO
               STOP RUN RETURNING WS-RC
           END-IF.
           DISPLAY "REAPLICACAO DO JOURNAL " WS-ARQ-JOURNAL.
           DISPLAY "ARQUIVO " WS-P-ARQUIVO " ATE " WS-LIMITE-DATA
               " " WS-LIMITE-HORA (1:6).
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "SUPERVISOR INVALIDO, REAPLICACAO NEGADA"
               STOP RUN RETURNING 8
           END-IF.
           OPEN INPUT ARQ-JOURNAL.
           IF WS-FS <> 0
               DISPLAY "JOURNAL " WS-ARQ-JOURNAL
                   " INDISPONIVEL, FS=" WS-FS
               CLOSE ARQ-JOURNAL
               STOP RUN RETURNING 8
           END-IF.
           PERFORM ABRE-MESTRES-PROCEDURE.
           IF WS-RC <> ZERO
               CLOSE ARQ-JOURNAL
               PERFORM FECHA-MESTRES-PROCEDURE
               STOP RUN RETURNING WS-RC
           END-IF.
           MOVE SPACES TO WS-REP-ARQUIVO.
           STRING "JRNAPLICA." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-REP-ARQUIVO
           END-STRING.
           MOVE "REAPLICACAO DO JOURNAL" TO WS-REP-TITULO.
           MOVE "DATA     HORA   PROGRAMA   OPER  ARQUIVO    OP CHAVE
      -        "                MOTIVO DA REJEICAO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "JOURNAL " WS-ARQ-JOURNAL
               DELIMITED BY "  " INTO WS-REP-LINHA
           END-STRING.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "ARQUIVO " WS-P-ARQUIVO " PONTO DE PARADA "
               WS-LIMITE-DATA " " WS-LIMITE-HORA (1:6)
               " SUPERVISOR " WS-SUP-EMPID
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-JOURNAL
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   ADD 1 TO WS-CONT-LIDAS
                   PERFORM TRATA-ENTRADA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-JOURNAL.
           PERFORM FECHA-MESTRES-PROCEDURE.
           PERFORM TOTAIS-PROCEDURE.
           MOVE "E" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           IF WS-CONT-REJ > ZERO
               MOVE 4 TO WS-RC
           END-IF.
           DISPLAY "REAPLICACAO CONCLUIDA, VER " WS-REP-ARQUIVO.
           IF WS-TOT-ABERTO (1) = "S"
               DISPLAY "EXECUTE VERIFICA PARA RECONSTRUIR O LOCABERTA"
           END-IF.
           STOP RUN RETURNING WS-RC.
       LE-PARAMETROS-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-P-ARQUIVO.
           MOVE SPACES TO WS-P-DATA.
           MOVE SPACES TO WS-P-HORA.
           MOVE SPACES TO WS-P-JOURNAL.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-P-ARQUIVO WS-P-DATA WS-P-HORA WS-P-JOURNAL
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-P-ARQUIVO) TO WS-P-ARQUIVO.
           IF WS-P-ARQUIVO <> "FILMES" AND WS-P-ARQUIVO <> "CLIENTES"
               AND WS-P-ARQUIVO <> "RECEBER" AND WS-P-ARQUIVO <> "TODOS"
               DISPLAY "USO: JRNAPLICA FILMES|CLIENTES|RECEBER|TODOS"
                   " [AAAAMMDD [HHMMSS [JOURNAL]]]"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-P-DATA = SPACES
               MOVE 99999999 TO WS-LIMITE-DATA
           ELSE
               IF WS-P-DATA IS NOT NUMERIC
                   DISPLAY "DATA LIMITE INVALIDA: " WS-P-DATA
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-P-DATA TO WS-LIMITE-DATA
           END-IF.
           IF WS-P-HORA = SPACES
               MOVE 99999999 TO WS-LIMITE-HORA
           ELSE
               INSPECT WS-P-HORA REPLACING TRAILING SPACES BY ZEROES
               IF WS-P-HORA IS NOT NUMERIC
                   DISPLAY "HORA LIMITE INVALIDA: " WS-P-HORA
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-P-HORA TO WS-LIMITE-HORA (1:6)
               MOVE 99 TO WS-LIMITE-HORA (7:2)
           END-IF.
           IF WS-P-JOURNAL <> SPACES
               MOVE WS-P-JOURNAL TO WS-ARQ-JOURNAL
           END-IF.
           MOVE "FILMES" TO WS-TOT-ARQUIVO (1).
           MOVE "CLIENTES" TO WS-TOT-ARQUIVO (2).
           MOVE "RECEBER" TO WS-TOT-ARQUIVO (3).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               MOVE "N" TO WS-TOT-ABERTO (WS-I)
               MOVE ZEROES TO WS-TOT-APLIC (WS-I)
               MOVE ZEROES TO WS-TOT-JA (WS-I)
               MOVE ZEROES TO WS-TOT-REJ (WS-I)
           END-PERFORM.
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
       ABRE-MESTRES-PROCEDURE.
           IF WS-P-ARQUIVO = "FILMES" OR WS-P-ARQUIVO = "TODOS"
               OPEN I-O ARQ-FILMES
               IF WS-FS <> 0
                   DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
                   MOVE 8 TO WS-RC
               ELSE
                   MOVE "S" TO WS-TOT-ABERTO (1)
               END-IF
           END-IF.
           IF WS-P-ARQUIVO = "CLIENTES" OR WS-P-ARQUIVO = "TODOS"
               OPEN I-O ARQ-CLIENTES
               IF WS-FS <> 0
                   DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
                   MOVE 8 TO WS-RC
               ELSE
                   MOVE "S" TO WS-TOT-ABERTO (2)
               END-IF
           END-IF.
           IF WS-P-ARQUIVO = "RECEBER" OR WS-P-ARQUIVO = "TODOS"
               OPEN I-O ARQ-RECEBER
               IF WS-FS = "35"
                   CLOSE ARQ-RECEBER
                   OPEN OUTPUT ARQ-RECEBER
                   CLOSE ARQ-RECEBER
                   OPEN I-O ARQ-RECEBER
               END-IF
               IF WS-FS <> 0
                   DISPLAY "ERRO AO ABRIR RECEBER, FS=" WS-FS
                   MOVE 8 TO WS-RC
               ELSE
                   MOVE "S" TO WS-TOT-ABERTO (3)
               END-IF
           END-IF.
       FECHA-MESTRES-PROCEDURE.
           IF WS-TOT-ABERTO (1) = "S"
               CLOSE ARQ-FILMES
           END-IF.
           IF WS-TOT-ABERTO (2) = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           IF WS-TOT-ABERTO (3) = "S"
               CLOSE ARQ-RECEBER
           END-IF.
       TRATA-ENTRADA-PROCEDURE.
           IF JRDATA > WS-LIMITE-DATA
               OR (JRDATA = WS-LIMITE-DATA AND JRHORA > WS-LIMITE-HORA)
               ADD 1 TO WS-CONT-POST
               EXIT PARAGRAPH
           END-IF.
           EVALUATE JRARQUIVO
               WHEN "FILMES"
                   MOVE 1 TO WS-I
               WHEN "CLIENTES"
                   MOVE 2 TO WS-I
               WHEN "RECEBER"
                   MOVE 3 TO WS-I
               WHEN OTHER
                   MOVE ZERO TO WS-I
           END-EVALUATE.
           IF WS-I = ZERO
               ADD 1 TO WS-CONT-OUTRO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOT-ABERTO (WS-I) <> "S"
               ADD 1 TO WS-CONT-OUTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE JROP
               WHEN "W"
                   PERFORM APLICA-INCLUSAO-PROCEDURE
               WHEN "R"
                   PERFORM APLICA-ALTERACAO-PROCEDURE
               WHEN "D"
                   PERFORM APLICA-EXCLUSAO-PROCEDURE
               WHEN OTHER
                   MOVE "R" TO WS-RESULTADO
                   MOVE "OPERACAO DESCONHECIDA" TO WS-MOTIVO
           END-EVALUATE.
           EVALUATE WS-RESULTADO
               WHEN "A"
                   ADD 1 TO WS-TOT-APLIC (WS-I)
               WHEN "J"
                   ADD 1 TO WS-TOT-JA (WS-I)
               WHEN OTHER
                   ADD 1 TO WS-TOT-REJ (WS-I)
                   ADD 1 TO WS-CONT-REJ
                   PERFORM LINHA-REJEITO-PROCEDURE
           END-EVALUATE.
       APLICA-INCLUSAO-PROCEDURE.
           PERFORM LE-ATUAL-DEPOIS-PROCEDURE.
           IF WS-ACHOU = "N"
               PERFORM GRAVA-DEPOIS-PROCEDURE
           ELSE
               IF WS-ATUAL = JRDEPOIS
                   MOVE "J" TO WS-RESULTADO
               ELSE
                   MOVE "R" TO WS-RESULTADO
                   MOVE "REGISTRO JA EXISTE COM OUTRO CONTEUDO"
                       TO WS-MOTIVO
               END-IF
           END-IF.
       APLICA-ALTERACAO-PROCEDURE.
           PERFORM LE-ATUAL-DEPOIS-PROCEDURE.
           IF WS-ACHOU = "N"
               MOVE "R" TO WS-RESULTADO
               MOVE "REGISTRO AUSENTE NO ARQUIVO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ATUAL = JRDEPOIS
               MOVE "J" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ATUAL = JRANTES
               PERFORM REGRAVA-DEPOIS-PROCEDURE
           ELSE
               MOVE "R" TO WS-RESULTADO
               MOVE "IMAGEM ANTERIOR DIFERENTE DO ARQUIVO"
                   TO WS-MOTIVO
           END-IF.
       APLICA-EXCLUSAO-PROCEDURE.
           PERFORM LE-ATUAL-ANTES-PROCEDURE.
           IF WS-ACHOU = "N"
               MOVE "J" TO WS-RESULTADO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ATUAL = JRANTES
               PERFORM EXCLUI-ATUAL-PROCEDURE
           ELSE
               MOVE "R" TO WS-RESULTADO
               MOVE "IMAGEM ANTERIOR DIFERENTE DO ARQUIVO"
                   TO WS-MOTIVO
           END-IF.
       LE-ATUAL-DEPOIS-PROCEDURE.
           EVALUATE WS-I
               WHEN 1
                   MOVE JRDEPOIS TO REG-FILMES
               WHEN 2
                   MOVE JRDEPOIS TO REG-CLIENTES
               WHEN 3
                   MOVE JRDEPOIS TO REG-RECEBER
           END-EVALUATE.
           PERFORM LE-ATUAL-PROCEDURE.
       LE-ATUAL-ANTES-PROCEDURE.
           EVALUATE WS-I
               WHEN 1
                   MOVE JRANTES TO REG-FILMES
               WHEN 2
                   MOVE JRANTES TO REG-CLIENTES
               WHEN 3
                   MOVE JRANTES TO REG-RECEBER
           END-EVALUATE.
           PERFORM LE-ATUAL-PROCEDURE.
       LE-ATUAL-PROCEDURE.
           MOVE "S" TO WS-ACHOU.
           MOVE SPACES TO WS-ATUAL.
           MOVE SPACES TO WS-CHAVE.
           EVALUATE WS-I
               WHEN 1
                   MOVE FCHAVE TO WS-CHAVE
                   READ ARQ-FILMES KEY IS FCHAVE
                       INVALID KEY MOVE "N" TO WS-ACHOU
                       NOT INVALID KEY MOVE REG-FILMES TO WS-ATUAL
                   END-READ
               WHEN 2
                   MOVE CCPF TO WS-CHAVE
                   READ ARQ-CLIENTES KEY IS CCPF
                       INVALID KEY MOVE "N" TO WS-ACHOU
                       NOT INVALID KEY MOVE REG-CLIENTES TO WS-ATUAL
                   END-READ
               WHEN 3
                   MOVE MRCPF TO WS-CHAVE
                   READ ARQ-RECEBER KEY IS MRCPF
                       INVALID KEY MOVE "N" TO WS-ACHOU
                       NOT INVALID KEY MOVE REG-RECEBER TO WS-ATUAL
                   END-READ
           END-EVALUATE.
       GRAVA-DEPOIS-PROCEDURE.
           MOVE "A" TO WS-RESULTADO.
           EVALUATE WS-I
               WHEN 1
                   MOVE JRDEPOIS TO REG-FILMES
                   WRITE REG-FILMES
               WHEN 2
                   MOVE JRDEPOIS TO REG-CLIENTES
                   WRITE REG-CLIENTES
               WHEN 3
                   MOVE JRDEPOIS TO REG-RECEBER
                   WRITE REG-RECEBER
           END-EVALUATE.
           PERFORM CONFERE-GRAVACAO-PROCEDURE.
       REGRAVA-DEPOIS-PROCEDURE.
           MOVE "A" TO WS-RESULTADO.
           EVALUATE WS-I
               WHEN 1
                   MOVE JRDEPOIS TO REG-FILMES
                   REWRITE REG-FILMES
               WHEN 2
                   MOVE JRDEPOIS TO REG-CLIENTES
                   REWRITE REG-CLIENTES
               WHEN 3
                   MOVE JRDEPOIS TO REG-RECEBER
                   REWRITE REG-RECEBER
           END-EVALUATE.
           PERFORM CONFERE-GRAVACAO-PROCEDURE.
       EXCLUI-ATUAL-PROCEDURE.
           MOVE "A" TO WS-RESULTADO.
           EVALUATE WS-I
               WHEN 1
                   DELETE ARQ-FILMES RECORD
               WHEN 2
                   DELETE ARQ-CLIENTES RECORD
               WHEN 3
                   DELETE ARQ-RECEBER RECORD
           END-EVALUATE.
           PERFORM CONFERE-GRAVACAO-PROCEDURE.
       CONFERE-GRAVACAO-PROCEDURE.
           IF WS-FS NOT < 10
               MOVE "R" TO WS-RESULTADO
               MOVE SPACES TO WS-MOTIVO
               STRING "ERRO DE GRAVACAO, FS=" WS-FS
                   DELIMITED BY SIZE INTO WS-MOTIVO
               END-STRING
           END-IF.
       LINHA-REJEITO-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING JRDATA " " JRHORA (1:6) " " JRPROGRAMA " "
               JROPERADOR " " JRARQUIVO " " JROP "  " WS-CHAVE " "
               WS-MOTIVO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM ESCREVE-LINHA-PROCEDURE.
       TOTAIS-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "ENTRADAS LIDAS=" WS-CONT-LIDAS
               " APOS O PONTO DE PARADA=" WS-CONT-POST
               " DE OUTROS ARQUIVOS=" WS-CONT-OUTRO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           PERFORM ESCREVE-LINHA-PROCEDURE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF WS-TOT-ABERTO (WS-I) = "S"
                   MOVE SPACES TO WS-REP-LINHA
                   STRING WS-TOT-ARQUIVO (WS-I)
                       " APLICADAS=" WS-TOT-APLIC (WS-I)
                       " JA PRESENTES=" WS-TOT-JA (WS-I)
                       " REJEITADAS=" WS-TOT-REJ (WS-I)
                       DELIMITED BY SIZE INTO WS-REP-LINHA
                   END-STRING
                   PERFORM ESCREVE-LINHA-PROCEDURE
               END-IF
           END-PERFORM.
       ESCREVE-LINHA-PROCEDURE.
           DISPLAY WS-REP-LINHA (1:79).
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM JRNAPLICA.
