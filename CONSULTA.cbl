       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-CARTAO ASSIGN TO DYNAMIC WS-ARQ-CARTAO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS.
               SELECT ARQ-CSV ASSIGN TO DYNAMIC WS-ARQ-SAIDA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT WORK ASSIGN TO "CSWORK.DAT".
               COPY FCDICLAY.
               COPY FCARQCLIENTES.
               COPY FCFILME.
               COPY FCHISTORICO.
               COPY FCRECEBER.
               COPY FCFUNCIONARIOS.
               COPY FCBATLOG.
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CARTAO.
           01 CARTAO-REG PIC X(200).
           FD ARQ-CSV.
           01 CSV-REG PIC X(1000).
           SD WORK.
           01 WORK-REG.
               05 WORK-CHAVE PIC X(60).
               05 WORK-SEQ PIC 9(9).
               05 WORK-LINHA PIC X(1000).
           COPY FDDICLAY.
           COPY FDARQCLIENTES.
           COPY FDFILME.
           COPY FDHISTORICO.
           COPY FDRECEBER.
           COPY FDFUNCIONARIOS.
           COPY FDBATLOG.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-ARQ-CARTAO PIC X(50).
           77 WS-ARQ-SAIDA PIC X(50).
           77 WS-SAIDA PIC X(1) VALUE "R".
           77 WS-CL PIC X(200).
           77 WS-KW PIC X(30).
           77 WS-TOK PIC X(60).
           77 WS-PTR PIC 9(3).
           77 WS-I PIC 9(3).
           77 WS-J PIC 9(3).
           77 WS-N PIC 9(3).
           77 WS-ARQ1 PIC 9(1) VALUE ZERO.
           77 WS-ARQ2 PIC 9(1) VALUE ZERO.
           77 WS-COPY1-LEN PIC 9(2).
           77 WS-COPY2-LEN PIC 9(2).
           77 WS-ACHOU PIC 9(3).
           77 WS-LIGA-CAMPO PIC X(30) VALUE SPACES.
           77 WS-LIGA-IDX PIC 9(3) VALUE ZERO.
           77 WS-CHAVE2-IDX PIC 9(3) VALUE ZERO.
           77 WS-ORD-CAMPO PIC X(30) VALUE SPACES.
           77 WS-ORD-IDX PIC 9(3) VALUE ZERO.
           77 WS-ORD-DESC PIC X(1) VALUE "N".
           77 WS-OPERADOR PIC 9(5) VALUE ZERO.
           77 WS-PIN PIC 9(4).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-OPER-OK PIC X(1) VALUE "N".
           77 WS-USA-PESSOAL PIC X(1) VALUE "N".
           77 WS-PES-USADOS PIC X(60) VALUE SPACES.
           77 WS-PES-PTR PIC 9(3) VALUE 1.
           77 WS-R-NOME PIC X(30).
           77 WS-R-IDX PIC 9(3).
           77 WS-R-LIGACAO PIC X(1) VALUE "N".
           77 WS-X-IDX PIC 9(3).
           77 WS-X-TEXTO PIC X(256).
           77 WS-X-VALOR PIC S9(14)V9(4).
           77 WS-F-TEXTO PIC X(256).
           77 WS-F-EDIT PIC -(14)9.9(4).
           77 WS-CMP PIC S9(1).
           77 WS-SEL-OK PIC X(1).
           77 WS-LINHA-SAIDA PIC X(1000).
           77 WS-L-PTR PIC 9(4).
           77 WS-POS PIC 9(4).
           77 WS-CONT-LIDOS PIC 9(9) VALUE ZERO.
           77 WS-CONT-SELEC PIC 9(9) VALUE ZERO.
           77 WS-CONT-SEMLIGA PIC 9(9) VALUE ZERO.
           77 WS-BL-STEP PIC X(12).
           77 WS-BL-CHAVE PIC X(20).
           77 WS-BL-ANTES PIC X(60).
           77 WS-BL-DEPOIS PIC X(60).
           01 WS-X-DIGITOS.
               05 WS-X-DIGX PIC X(18).
           01 WS-X-DIG-U REDEFINES WS-X-DIGITOS PIC 9(18).
           01 WS-X-DIG-S REDEFINES WS-X-DIGITOS PIC S9(18).
           01 WS-K-NUMERO.
               05 WS-K-NUM PIC 9(15)V9(4).
           01 WS-K-NUMX REDEFINES WS-K-NUMERO PIC X(19).
           01 WS-REG1 PIC X(1000).
           01 WS-REG2 PIC X(1000).
           01 WS-ARQ-DADOS.
               05 FILLER PIC X(10) VALUE "CLIENTES".
               05 FILLER PIC X(16) VALUE "FDARQCLIENTES.".
               05 FILLER PIC X(30) VALUE "CCPF".
               05 FILLER PIC X(10) VALUE "FILMES".
               05 FILLER PIC X(16) VALUE "FDFILME.".
               05 FILLER PIC X(30) VALUE "FCHAVE".
               05 FILLER PIC X(10) VALUE "HISTORICO".
               05 FILLER PIC X(16) VALUE "FDHISTORICO.".
               05 FILLER PIC X(30) VALUE "HCHAVE".
               05 FILLER PIC X(10) VALUE "RECEBER".
               05 FILLER PIC X(16) VALUE "FDRECEBER.".
               05 FILLER PIC X(30) VALUE "MRCPF".
           01 WS-ARQ-TAB REDEFINES WS-ARQ-DADOS.
               05 WS-AT OCCURS 4 TIMES.
                   10 WS-AT-NOME PIC X(10).
                   10 WS-AT-COPY PIC X(16).
                   10 WS-AT-CHAVE PIC X(30).
           01 WS-DIC.
               05 WS-DIC-QTD PIC 9(3) VALUE ZERO.
               05 WS-DIC-REG OCCURS 400 TIMES.
                   10 WS-DIC-CAMPO PIC X(30).
                   10 WS-DIC-ORIG PIC 9(1).
                   10 WS-DIC-INI PIC 9(5).
                   10 WS-DIC-TAM PIC 9(5).
                   10 WS-DIC-TIPO PIC X(1).
                   10 WS-DIC-DEC PIC 9(2).
                   10 WS-DIC-SINAL PIC X(1).
                   10 WS-DIC-REPETE PIC X(1).
                   10 WS-DIC-PES PIC X(1).
                   10 WS-DIC-MODO PIC X(1).
           01 WS-SEL.
               05 WS-SEL-QTD PIC 9(2) VALUE ZERO.
               05 WS-SEL-REG OCCURS 20 TIMES.
                   10 WS-SEL-CAMPO PIC X(30).
                   10 WS-SEL-OP PIC X(2).
                   10 WS-SEL-VALOR PIC X(60).
                   10 WS-SEL-NUM PIC S9(14)V9(4).
                   10 WS-SEL-IDX PIC 9(3).
           01 WS-CPO.
               05 WS-CPO-QTD PIC 9(2) VALUE ZERO.
               05 WS-CPO-REG OCCURS 40 TIMES.
                   10 WS-CPO-CAMPO PIC X(30).
                   10 WS-CPO-IDX PIC 9(3).
                   10 WS-CPO-POS PIC 9(4).
                   10 WS-CPO-LARG PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-ARQ-CARTAO FROM COMMAND-LINE.
           IF WS-ARQ-CARTAO = SPACES
               MOVE "CONSULTA.CRD" TO WS-ARQ-CARTAO
           END-IF.
           PERFORM LE-CARTAO-PROCEDURE.
           IF WS-RC = 0
               PERFORM CARREGA-DICIONARIO-PROCEDURE
           END-IF.
           IF WS-RC = 0
               PERFORM RESOLVE-CAMPOS-PROCEDURE
           END-IF.
           IF WS-RC = 0 AND WS-USA-PESSOAL = "S"
               PERFORM VALIDA-OPERADOR-PROCEDURE
           END-IF.
           IF WS-RC = 0
               PERFORM EXECUTA-PROCEDURE
           END-IF.
           STOP RUN RETURNING WS-RC.
       LE-CARTAO-PROCEDURE.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS <> 0
               DISPLAY "CARTAO DE CONTROLE NAO ENCONTRADO: "
                   WS-ARQ-CARTAO
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CARTAO
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TRATA-CARTAO-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE ARQ-CARTAO.
           IF WS-ARQ1 = ZERO
               DISPLAY "CARTAO SEM COMANDO ARQUIVO"
               MOVE 8 TO WS-RC
           END-IF.
           IF WS-CPO-QTD = ZERO
               DISPLAY "CARTAO SEM COMANDO CAMPOS"
               MOVE 8 TO WS-RC
           END-IF.
           IF WS-ARQ2 <> ZERO AND WS-ARQ2 = WS-ARQ1
               DISPLAY "LIGA NAO PODE USAR O PROPRIO ARQUIVO"
               MOVE 8 TO WS-RC
           END-IF.
       TRATA-CARTAO-PROCEDURE.
           MOVE FUNCTION TRIM (CARTAO-REG) TO WS-CL.
           IF WS-CL = SPACES OR WS-CL (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-PTR.
           MOVE SPACES TO WS-KW.
           UNSTRING WS-CL DELIMITED BY ALL SPACE
               INTO WS-KW WITH POINTER WS-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-KW) TO WS-KW.
           EVALUATE WS-KW
               WHEN "ARQUIVO"
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   PERFORM BUSCA-ARQUIVO-PROCEDURE
                   MOVE WS-ACHOU TO WS-ARQ1
               WHEN "LIGA"
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   PERFORM BUSCA-ARQUIVO-PROCEDURE
                   MOVE WS-ACHOU TO WS-ARQ2
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   MOVE WS-TOK TO WS-LIGA-CAMPO
                   IF WS-LIGA-CAMPO = SPACES
                       DISPLAY "LIGA SEM CAMPO DE LIGACAO"
                       MOVE 8 TO WS-RC
                   END-IF
               WHEN "SELECIONA"
                   PERFORM TRATA-SELECIONA-PROCEDURE
               WHEN "CAMPOS"
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   PERFORM UNTIL WS-TOK = SPACES
                       IF WS-CPO-QTD < 40
                           ADD 1 TO WS-CPO-QTD
                           MOVE WS-TOK TO WS-CPO-CAMPO (WS-CPO-QTD)
                       ELSE
                           DISPLAY "LIMITE DE 40 CAMPOS EXCEDIDO"
                           MOVE 8 TO WS-RC
                       END-IF
                       PERFORM PROXIMO-TOKEN-PROCEDURE
                   END-PERFORM
               WHEN "ORDENA"
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   MOVE WS-TOK TO WS-ORD-CAMPO
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   IF WS-TOK (1:1) = "D"
                       MOVE "S" TO WS-ORD-DESC
                   END-IF
               WHEN "SAIDA"
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   EVALUATE WS-TOK
                       WHEN "CSV"
                           MOVE "C" TO WS-SAIDA
                       WHEN "RELATORIO"
                           MOVE "R" TO WS-SAIDA
                       WHEN OTHER
                           DISPLAY "SAIDA INVALIDA: " WS-TOK
                           MOVE 8 TO WS-RC
                   END-EVALUATE
                   MOVE SPACES TO WS-ARQ-SAIDA
                   UNSTRING WS-CL DELIMITED BY ALL SPACE
                       INTO WS-ARQ-SAIDA WITH POINTER WS-PTR
                   END-UNSTRING
               WHEN "OPERADOR"
                   PERFORM PROXIMO-TOKEN-PROCEDURE
                   IF WS-TOK (1:5) IS NUMERIC
                       AND WS-TOK (6:) = SPACES
                       MOVE WS-TOK (1:5) TO WS-OPERADOR
                   ELSE
                       DISPLAY "OPERADOR INVALIDO: " WS-TOK
                       MOVE 8 TO WS-RC
                   END-IF
               WHEN OTHER
                   DISPLAY "COMANDO DESCONHECIDO NO CARTAO: " WS-KW
                   MOVE 8 TO WS-RC
           END-EVALUATE.
       PROXIMO-TOKEN-PROCEDURE.
           MOVE SPACES TO WS-TOK.
           IF WS-PTR <= 200
               UNSTRING WS-CL DELIMITED BY ALL SPACE
                   INTO WS-TOK WITH POINTER WS-PTR
               END-UNSTRING
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-TOK) TO WS-TOK.
       BUSCA-ARQUIVO-PROCEDURE.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF WS-AT-NOME (WS-I) = WS-TOK
                   MOVE WS-I TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO
               DISPLAY "ARQUIVO NAO DISPONIVEL PARA CONSULTA: " WS-TOK
               MOVE 8 TO WS-RC
           END-IF.
       TRATA-SELECIONA-PROCEDURE.
           IF WS-SEL-QTD = 20
               DISPLAY "LIMITE DE 20 CONDICOES EXCEDIDO"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEL-QTD.
           PERFORM PROXIMO-TOKEN-PROCEDURE.
           MOVE WS-TOK TO WS-SEL-CAMPO (WS-SEL-QTD).
           PERFORM PROXIMO-TOKEN-PROCEDURE.
           MOVE WS-TOK TO WS-SEL-OP (WS-SEL-QTD).
           MOVE SPACES TO WS-SEL-VALOR (WS-SEL-QTD).
           IF WS-PTR <= 200
               MOVE FUNCTION TRIM (WS-CL (WS-PTR:))
                   TO WS-SEL-VALOR (WS-SEL-QTD)
           END-IF.
           IF WS-SEL-OP (WS-SEL-QTD) <> "=" AND <> "<>" AND <> ">"
               AND <> "<" AND <> ">=" AND <> "<="
               DISPLAY "OPERADOR DE COMPARACAO INVALIDO: "
                   WS-SEL-OP (WS-SEL-QTD)
               MOVE 8 TO WS-RC
           END-IF.
       CARREGA-DICIONARIO-PROCEDURE.
           MOVE ZERO TO WS-COPY1-LEN.
           INSPECT WS-AT-COPY (WS-ARQ1) TALLYING WS-COPY1-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-COPY2-LEN.
           IF WS-ARQ2 <> ZERO
               INSPECT WS-AT-COPY (WS-ARQ2) TALLYING WS-COPY2-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
           OPEN INPUT ARQ-DICLAY.
           IF WS-FS <> 0
               DISPLAY "DICIONARIO DATADIC.LAY NAO ENCONTRADO - "
                   "EXECUTE ./DATADIC ANTES DA CONSULTA"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-DICLAY
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM GUARDA-ITEM-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE ARQ-DICLAY.
           MOVE ZERO TO WS-N.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DIC-QTD
               IF WS-DIC-ORIG (WS-I) = 1
                   ADD 1 TO WS-N
               END-IF
           END-PERFORM.
           IF WS-N = ZERO
               DISPLAY "LEIAUTE DE " WS-AT-NOME (WS-ARQ1)
                   " AUSENTE NO DICIONARIO - INCLUA "
                   WS-AT-COPY (WS-ARQ1) " NA LISTA DO DATADIC"
               MOVE 8 TO WS-RC
           END-IF.
       GUARDA-ITEM-PROCEDURE.
           MOVE ZERO TO WS-ACHOU.
           INSPECT LYFONTE TALLYING WS-ACHOU
               FOR ALL WS-AT-COPY (WS-ARQ1) (1:WS-COPY1-LEN).
           IF WS-ACHOU > ZERO
               MOVE 1 TO WS-N
           ELSE
               IF WS-ARQ2 = ZERO
                   EXIT PARAGRAPH
               END-IF
               INSPECT LYFONTE TALLYING WS-ACHOU
                   FOR ALL WS-AT-COPY (WS-ARQ2) (1:WS-COPY2-LEN)
               IF WS-ACHOU = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO WS-N
           END-IF.
           IF WS-DIC-QTD = 400
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIC-QTD.
           MOVE LYCAMPO TO WS-DIC-CAMPO (WS-DIC-QTD).
           MOVE WS-N TO WS-DIC-ORIG (WS-DIC-QTD).
           MOVE LYINICIO TO WS-DIC-INI (WS-DIC-QTD).
           MOVE LYTAMANHO TO WS-DIC-TAM (WS-DIC-QTD).
           MOVE LYTIPO TO WS-DIC-TIPO (WS-DIC-QTD).
           MOVE LYDEC TO WS-DIC-DEC (WS-DIC-QTD).
           MOVE LYSINAL TO WS-DIC-SINAL (WS-DIC-QTD).
           MOVE LYREPETE TO WS-DIC-REPETE (WS-DIC-QTD).
           MOVE LYPESSOAL TO WS-DIC-PES (WS-DIC-QTD).
           MOVE "T" TO WS-DIC-MODO (WS-DIC-QTD).
           IF LYTIPO = "9" AND LYDEC <= 4
               AND LYTAMANHO - LYDEC <= 14
               MOVE "N" TO WS-DIC-MODO (WS-DIC-QTD)
           END-IF.
       RESOLVE-CAMPOS-PROCEDURE.
           IF WS-ARQ2 <> ZERO
               MOVE "S" TO WS-R-LIGACAO
               MOVE WS-LIGA-CAMPO TO WS-R-NOME
               PERFORM RESOLVE-UM-PROCEDURE
               MOVE WS-R-IDX TO WS-LIGA-IDX
               MOVE WS-AT-CHAVE (WS-ARQ2) TO WS-R-NOME
               PERFORM RESOLVE-UM-PROCEDURE
               MOVE WS-R-IDX TO WS-CHAVE2-IDX
               MOVE "N" TO WS-R-LIGACAO
               IF WS-LIGA-IDX <> ZERO AND WS-CHAVE2-IDX <> ZERO
                   IF WS-DIC-ORIG (WS-LIGA-IDX) <> 1
                       OR WS-DIC-ORIG (WS-CHAVE2-IDX) <> 2
                       OR WS-DIC-TAM (WS-LIGA-IDX) <>
                           WS-DIC-TAM (WS-CHAVE2-IDX)
                       DISPLAY "CAMPO " WS-LIGA-CAMPO
                           " NAO CORRESPONDE A CHAVE DE "
                           WS-AT-NOME (WS-ARQ2)
                       MOVE 8 TO WS-RC
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SEL-QTD
               MOVE WS-SEL-CAMPO (WS-J) TO WS-R-NOME
               PERFORM RESOLVE-UM-PROCEDURE
               MOVE WS-R-IDX TO WS-SEL-IDX (WS-J)
               IF WS-R-IDX <> ZERO
                   IF WS-DIC-MODO (WS-R-IDX) = "N"
                       IF FUNCTION TEST-NUMVAL (WS-SEL-VALOR (WS-J))
                           = ZERO
                           COMPUTE WS-SEL-NUM (WS-J) =
                               FUNCTION NUMVAL (WS-SEL-VALOR (WS-J))
                       ELSE
                           DISPLAY "VALOR NAO NUMERICO PARA "
                               WS-SEL-CAMPO (WS-J) ": "
                               WS-SEL-VALOR (WS-J)
                           MOVE 8 TO WS-RC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CPO-QTD
               MOVE WS-CPO-CAMPO (WS-J) TO WS-R-NOME
               PERFORM RESOLVE-UM-PROCEDURE
               MOVE WS-R-IDX TO WS-CPO-IDX (WS-J)
               IF WS-R-IDX <> ZERO
                   PERFORM LARGURA-COLUNA-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-ORD-CAMPO <> SPACES
               MOVE WS-ORD-CAMPO TO WS-R-NOME
               PERFORM RESOLVE-UM-PROCEDURE
               MOVE WS-R-IDX TO WS-ORD-IDX
           END-IF.
       RESOLVE-UM-PROCEDURE.
           MOVE ZERO TO WS-R-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DIC-QTD
               IF WS-DIC-CAMPO (WS-I) = WS-R-NOME
                   IF WS-R-IDX = ZERO
                       MOVE WS-I TO WS-R-IDX
                   ELSE
                       IF WS-DIC-ORIG (WS-I) < WS-DIC-ORIG (WS-R-IDX)
                           MOVE WS-I TO WS-R-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-R-IDX = ZERO
               DISPLAY "CAMPO NAO ENCONTRADO NO DICIONARIO: " WS-R-NOME
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIC-REPETE (WS-R-IDX) = "S"
               OR WS-DIC-TIPO (WS-R-IDX) = "C"
               OR WS-DIC-TAM (WS-R-IDX) > 256
               DISPLAY "CAMPO NAO SUPORTADO PELA CONSULTA: " WS-R-NOME
               MOVE 8 TO WS-RC
               MOVE ZERO TO WS-R-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIC-PES (WS-R-IDX) = "S" AND WS-R-LIGACAO = "N"
               MOVE "S" TO WS-USA-PESSOAL
               IF WS-PES-PTR < 60
                   STRING FUNCTION TRIM (WS-R-NOME) " "
                       DELIMITED BY SIZE
                       INTO WS-PES-USADOS WITH POINTER WS-PES-PTR
                   END-STRING
               END-IF
           END-IF.
       LARGURA-COLUNA-PROCEDURE.
           IF WS-DIC-MODO (WS-R-IDX) = "N"
               AND (WS-DIC-DEC (WS-R-IDX) > ZERO
               OR WS-DIC-SINAL (WS-R-IDX) = "S")
               COMPUTE WS-N = WS-DIC-TAM (WS-R-IDX) + 2
           ELSE
               MOVE WS-DIC-TAM (WS-R-IDX) TO WS-N
           END-IF.
           IF WS-N < FUNCTION LENGTH (FUNCTION TRIM (WS-R-NOME))
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-R-NOME))
                   TO WS-N
           END-IF.
           IF WS-N > 40
               MOVE 40 TO WS-N
           END-IF.
           MOVE WS-POS TO WS-CPO-POS (WS-J).
           IF WS-POS > 130
               MOVE ZERO TO WS-CPO-LARG (WS-J)
           ELSE
               IF WS-POS + WS-N - 1 > 130
                   COMPUTE WS-N = 131 - WS-POS
               END-IF
               MOVE WS-N TO WS-CPO-LARG (WS-J)
           END-IF.
           COMPUTE WS-POS = WS-POS + WS-N + 1.
       VALIDA-OPERADOR-PROCEDURE.
           DISPLAY "CONSULTA COM DADOS PESSOAIS: " WS-PES-USADOS.
           IF WS-OPERADOR = ZERO
               DISPLAY "CAMPOS PESSOAIS EXIGEM COMANDO OPERADOR "
                   "NO CARTAO"
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SENHA DO OPERADOR " WS-OPERADOR ": ".
           ACCEPT WS-PIN.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE WS-OPERADOR TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-PIN TO WS-PIN-CLARO
                       CALL "PIN_Scramble" USING WS-PIN-CLARO
                           WS-PIN-CIFRADO
                       END-CALL
                       IF EMPPIN = WS-PIN-CIFRADO
                           AND EMPSITUACAO = "A"
                           AND EMPPERFIL = "G"
                           MOVE "S" TO WS-OPER-OK
                       END-IF
               END-READ
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
           IF WS-OPER-OK <> "S"
               DISPLAY "PERFIL DO OPERADOR NAO PERMITE DADOS PESSOAIS"
               MOVE 8 TO WS-RC
           END-IF.
           MOVE "CONSULTA" TO WS-BL-STEP.
           MOVE WS-OPERADOR TO WS-BL-CHAVE.
           MOVE SPACES TO WS-BL-ANTES.
           STRING WS-AT-NOME (WS-ARQ1) " CARTAO "
               WS-ARQ-CARTAO DELIMITED BY SIZE INTO WS-BL-ANTES
           END-STRING.
           IF WS-OPER-OK = "S"
               MOVE WS-PES-USADOS TO WS-BL-DEPOIS
           ELSE
               MOVE "ACESSO NEGADO" TO WS-BL-DEPOIS
           END-IF.
           PERFORM GRAVA-BATLOG-PROCEDURE.
       EXECUTA-PROCEDURE.
           PERFORM ABRE-ARQUIVOS-PROCEDURE.
           IF WS-RC <> 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-SAIDA-PROCEDURE.
           IF WS-RC <> 0
               PERFORM FECHA-ARQUIVOS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-ORD-IDX = ZERO
                   PERFORM LE-PRIMARIO-PROCEDURE
               WHEN WS-ORD-DESC = "S"
                   SORT WORK ON DESCENDING KEY WORK-CHAVE
                       ON ASCENDING KEY WORK-SEQ
                       INPUT PROCEDURE IS LE-PRIMARIO-PROCEDURE
                       OUTPUT PROCEDURE IS GRAVA-ORDENADO-PROCEDURE
               WHEN OTHER
                   SORT WORK ON ASCENDING KEY WORK-CHAVE WORK-SEQ
                       INPUT PROCEDURE IS LE-PRIMARIO-PROCEDURE
                       OUTPUT PROCEDURE IS GRAVA-ORDENADO-PROCEDURE
           END-EVALUATE.
           PERFORM FECHA-SAIDA-PROCEDURE.
           PERFORM FECHA-ARQUIVOS-PROCEDURE.
           DISPLAY "CONSULTA " WS-AT-NOME (WS-ARQ1) ": LIDOS="
               WS-CONT-LIDOS " SELECIONADOS=" WS-CONT-SELEC.
           IF WS-ARQ2 <> ZERO
               DISPLAY "SEM REGISTRO EM " WS-AT-NOME (WS-ARQ2) ": "
                   WS-CONT-SEMLIGA
           END-IF.
           DISPLAY "SAIDA GRAVADA EM " WS-ARQ-SAIDA.
       ABRE-ARQUIVOS-PROCEDURE.
           MOVE WS-ARQ1 TO WS-N.
           PERFORM ABRE-UM-PROCEDURE.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR " WS-AT-NOME (WS-ARQ1)
                   ", FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARQ2 <> ZERO
               MOVE WS-ARQ2 TO WS-N
               PERFORM ABRE-UM-PROCEDURE
               IF WS-FS <> 0
                   DISPLAY "ERRO AO ABRIR " WS-AT-NOME (WS-ARQ2)
                       ", FS=" WS-FS
                   MOVE WS-ARQ1 TO WS-N
                   PERFORM FECHA-UM-PROCEDURE
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.
       ABRE-UM-PROCEDURE.
           EVALUATE WS-N
               WHEN 1
                   OPEN INPUT ARQ-CLIENTES
               WHEN 2
                   OPEN INPUT ARQ-FILMES
               WHEN 3
                   OPEN INPUT ARQ-HISTORICO
               WHEN 4
                   OPEN INPUT ARQ-RECEBER
           END-EVALUATE.
       FECHA-ARQUIVOS-PROCEDURE.
           MOVE WS-ARQ1 TO WS-N.
           PERFORM FECHA-UM-PROCEDURE.
           IF WS-ARQ2 <> ZERO
               MOVE WS-ARQ2 TO WS-N
               PERFORM FECHA-UM-PROCEDURE
           END-IF.
       FECHA-UM-PROCEDURE.
           EVALUATE WS-N
               WHEN 1
                   CLOSE ARQ-CLIENTES
               WHEN 2
                   CLOSE ARQ-FILMES
               WHEN 3
                   CLOSE ARQ-HISTORICO
               WHEN 4
                   CLOSE ARQ-RECEBER
           END-EVALUATE.
       ABRE-SAIDA-PROCEDURE.
           IF WS-ARQ-SAIDA = SPACES
               IF WS-SAIDA = "C"
                   STRING "CONSULTA." WS-HOJE ".CSV"
                       DELIMITED BY SIZE INTO WS-ARQ-SAIDA
                   END-STRING
               ELSE
                   STRING "CONSULTA." WS-HOJE ".TXT"
                       DELIMITED BY SIZE INTO WS-ARQ-SAIDA
                   END-STRING
               END-IF
           END-IF.
           IF WS-SAIDA = "C"
               OPEN OUTPUT ARQ-CSV
               IF WS-FS2 <> 0
                   DISPLAY "ERRO AO CRIAR " WS-ARQ-SAIDA ", FS=" WS-FS2
                   MOVE 8 TO WS-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-LINHA-SAIDA
               MOVE 1 TO WS-L-PTR
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CPO-QTD
                   IF WS-J > 1
                       STRING ";" DELIMITED BY SIZE
                           INTO WS-LINHA-SAIDA WITH POINTER WS-L-PTR
                       END-STRING
                   END-IF
                   STRING WS-CPO-CAMPO (WS-J) DELIMITED BY SPACE
                       INTO WS-LINHA-SAIDA WITH POINTER WS-L-PTR
                   END-STRING
               END-PERFORM
               MOVE WS-LINHA-SAIDA TO CSV-REG
               WRITE CSV-REG
           ELSE
               MOVE WS-ARQ-SAIDA TO WS-REP-ARQUIVO
               MOVE SPACES TO WS-REP-TITULO
               STRING "CONSULTA AD HOC - " WS-AT-NOME (WS-ARQ1)
                   DELIMITED BY SIZE INTO WS-REP-TITULO
               END-STRING
               MOVE SPACES TO WS-REP-COLUNAS
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CPO-QTD
                   IF WS-CPO-LARG (WS-J) > ZERO
                       AND WS-CPO-POS (WS-J) <= 120
                       MOVE WS-CPO-CAMPO (WS-J)
                           TO WS-REP-COLUNAS (WS-CPO-POS (WS-J):
                           WS-CPO-LARG (WS-J))
                   END-IF
               END-PERFORM
               MOVE "I" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       FECHA-SAIDA-PROCEDURE.
           IF WS-SAIDA = "C"
               CLOSE ARQ-CSV
           ELSE
               MOVE "L" TO WS-REP-OP
               MOVE SPACES TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
               STRING "REGISTROS LIDOS: " WS-CONT-LIDOS
                   "   SELECIONADOS: " WS-CONT-SELEC
                   DELIMITED BY SIZE INTO WS-REP-LINHA
               END-STRING
               CALL "REPWRITER" USING WS-REP
               END-CALL
               MOVE "E" TO WS-REP-OP
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       LE-PRIMARIO-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM LE-PROXIMO-PROCEDURE
               IF WS-EOF = "N"
                   ADD 1 TO WS-CONT-LIDOS
                   IF WS-ARQ2 <> ZERO
                       PERFORM LE-LIGADO-PROCEDURE
                   END-IF
                   PERFORM AVALIA-SELECAO-PROCEDURE
                   IF WS-SEL-OK = "S"
                       ADD 1 TO WS-CONT-SELEC
                       PERFORM MONTA-LINHA-PROCEDURE
                       IF WS-ORD-IDX = ZERO
                           PERFORM GRAVA-LINHA-PROCEDURE
                       ELSE
                           PERFORM MONTA-CHAVE-PROCEDURE
                           MOVE WS-CONT-SELEC TO WORK-SEQ
                           MOVE WS-LINHA-SAIDA TO WORK-LINHA
                           RELEASE WORK-REG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       LE-PROXIMO-PROCEDURE.
           MOVE SPACES TO WS-REG1.
           EVALUATE WS-ARQ1
               WHEN 1
                   READ ARQ-CLIENTES NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END MOVE REG-CLIENTES TO WS-REG1
                   END-READ
               WHEN 2
                   READ ARQ-FILMES NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END MOVE REG-FILMES TO WS-REG1
                   END-READ
               WHEN 3
                   READ ARQ-HISTORICO NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END MOVE REG-HISTORICO TO WS-REG1
                   END-READ
               WHEN 4
                   READ ARQ-RECEBER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END MOVE REG-RECEBER TO WS-REG1
                   END-READ
           END-EVALUATE.
       LE-LIGADO-PROCEDURE.
           MOVE SPACES TO WS-REG2.
           MOVE "N" TO WS-SEL-OK.
           EVALUATE WS-ARQ2
               WHEN 1
                   MOVE WS-REG1 (WS-DIC-INI (WS-LIGA-IDX):
                       WS-DIC-TAM (WS-LIGA-IDX))
                       TO REG-CLIENTES (WS-DIC-INI (WS-CHAVE2-IDX):
                       WS-DIC-TAM (WS-CHAVE2-IDX))
                   READ ARQ-CLIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REG-CLIENTES TO WS-REG2
                           MOVE "S" TO WS-SEL-OK
                   END-READ
               WHEN 2
                   MOVE WS-REG1 (WS-DIC-INI (WS-LIGA-IDX):
                       WS-DIC-TAM (WS-LIGA-IDX))
                       TO REG-FILMES (WS-DIC-INI (WS-CHAVE2-IDX):
                       WS-DIC-TAM (WS-CHAVE2-IDX))
                   READ ARQ-FILMES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REG-FILMES TO WS-REG2
                           MOVE "S" TO WS-SEL-OK
                   END-READ
               WHEN 3
                   MOVE WS-REG1 (WS-DIC-INI (WS-LIGA-IDX):
                       WS-DIC-TAM (WS-LIGA-IDX))
                       TO REG-HISTORICO (WS-DIC-INI (WS-CHAVE2-IDX):
                       WS-DIC-TAM (WS-CHAVE2-IDX))
                   READ ARQ-HISTORICO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REG-HISTORICO TO WS-REG2
                           MOVE "S" TO WS-SEL-OK
                   END-READ
               WHEN 4
                   MOVE WS-REG1 (WS-DIC-INI (WS-LIGA-IDX):
                       WS-DIC-TAM (WS-LIGA-IDX))
                       TO REG-RECEBER (WS-DIC-INI (WS-CHAVE2-IDX):
                       WS-DIC-TAM (WS-CHAVE2-IDX))
                   READ ARQ-RECEBER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REG-RECEBER TO WS-REG2
                           MOVE "S" TO WS-SEL-OK
                   END-READ
           END-EVALUATE.
           IF WS-SEL-OK = "N"
               ADD 1 TO WS-CONT-SEMLIGA
           END-IF.
       EXTRAI-VALOR-PROCEDURE.
           MOVE SPACES TO WS-X-TEXTO.
           IF WS-DIC-ORIG (WS-X-IDX) = 1
               MOVE WS-REG1 (WS-DIC-INI (WS-X-IDX):
                   WS-DIC-TAM (WS-X-IDX)) TO WS-X-TEXTO
           ELSE
               MOVE WS-REG2 (WS-DIC-INI (WS-X-IDX):
                   WS-DIC-TAM (WS-X-IDX)) TO WS-X-TEXTO
           END-IF.
           MOVE ZERO TO WS-X-VALOR.
           IF WS-DIC-MODO (WS-X-IDX) <> "N"
               OR WS-X-TEXTO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-X-DIGX.
           MOVE WS-X-TEXTO (1:WS-DIC-TAM (WS-X-IDX))
               TO WS-X-DIGX (19 - WS-DIC-TAM (WS-X-IDX):
               WS-DIC-TAM (WS-X-IDX)).
           IF WS-DIC-SINAL (WS-X-IDX) = "S"
               IF WS-X-DIG-S IS NUMERIC
                   COMPUTE WS-X-VALOR =
                       WS-X-DIG-S / 10 ** WS-DIC-DEC (WS-X-IDX)
               END-IF
           ELSE
               IF WS-X-DIG-U IS NUMERIC
                   COMPUTE WS-X-VALOR =
                       WS-X-DIG-U / 10 ** WS-DIC-DEC (WS-X-IDX)
               END-IF
           END-IF.
       AVALIA-SELECAO-PROCEDURE.
           MOVE "S" TO WS-SEL-OK.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SEL-QTD OR WS-SEL-OK = "N"
               MOVE WS-SEL-IDX (WS-J) TO WS-X-IDX
               PERFORM EXTRAI-VALOR-PROCEDURE
               IF WS-DIC-MODO (WS-X-IDX) = "N"
                   EVALUATE TRUE
                       WHEN WS-X-VALOR < WS-SEL-NUM (WS-J)
                           MOVE -1 TO WS-CMP
                       WHEN WS-X-VALOR > WS-SEL-NUM (WS-J)
                           MOVE 1 TO WS-CMP
                       WHEN OTHER
                           MOVE 0 TO WS-CMP
                   END-EVALUATE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-X-TEXTO < WS-SEL-VALOR (WS-J)
                           MOVE -1 TO WS-CMP
                       WHEN WS-X-TEXTO > WS-SEL-VALOR (WS-J)
                           MOVE 1 TO WS-CMP
                       WHEN OTHER
                           MOVE 0 TO WS-CMP
                   END-EVALUATE
               END-IF
               EVALUATE WS-SEL-OP (WS-J)
                   WHEN "="
                       IF WS-CMP <> 0
                           MOVE "N" TO WS-SEL-OK
                       END-IF
                   WHEN "<>"
                       IF WS-CMP = 0
                           MOVE "N" TO WS-SEL-OK
                       END-IF
                   WHEN ">"
                       IF WS-CMP <> 1
                           MOVE "N" TO WS-SEL-OK
                       END-IF
                   WHEN "<"
                       IF WS-CMP <> -1
                           MOVE "N" TO WS-SEL-OK
                       END-IF
                   WHEN ">="
                       IF WS-CMP = -1
                           MOVE "N" TO WS-SEL-OK
                       END-IF
                   WHEN "<="
                       IF WS-CMP = 1
                           MOVE "N" TO WS-SEL-OK
                       END-IF
               END-EVALUATE
           END-PERFORM.
       FORMATA-VALOR-PROCEDURE.
           PERFORM EXTRAI-VALOR-PROCEDURE.
           MOVE SPACES TO WS-F-TEXTO.
           IF WS-DIC-MODO (WS-X-IDX) = "N"
               AND (WS-DIC-DEC (WS-X-IDX) > ZERO
               OR WS-DIC-SINAL (WS-X-IDX) = "S")
               AND WS-X-TEXTO <> SPACES
               MOVE WS-X-VALOR TO WS-F-EDIT
               IF WS-DIC-DEC (WS-X-IDX) = ZERO
                   MOVE FUNCTION TRIM (WS-F-EDIT (1:15)) TO WS-F-TEXTO
               ELSE
                   MOVE FUNCTION TRIM
                       (WS-F-EDIT (1:16 + WS-DIC-DEC (WS-X-IDX)))
                       TO WS-F-TEXTO
               END-IF
           ELSE
               MOVE WS-X-TEXTO (1:WS-DIC-TAM (WS-X-IDX)) TO WS-F-TEXTO
           END-IF.
       MONTA-LINHA-PROCEDURE.
           MOVE SPACES TO WS-LINHA-SAIDA.
           MOVE 1 TO WS-L-PTR.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CPO-QTD
               MOVE WS-CPO-IDX (WS-J) TO WS-X-IDX
               PERFORM FORMATA-VALOR-PROCEDURE
               IF WS-SAIDA = "C"
                   INSPECT WS-F-TEXTO REPLACING ALL ";" BY ","
                   IF WS-J > 1
                       STRING ";" DELIMITED BY SIZE
                           INTO WS-LINHA-SAIDA WITH POINTER WS-L-PTR
                       END-STRING
                   END-IF
                   IF WS-F-TEXTO <> SPACES
                       STRING FUNCTION TRIM (WS-F-TEXTO)
                           DELIMITED BY SIZE
                           INTO WS-LINHA-SAIDA WITH POINTER WS-L-PTR
                       END-STRING
                   END-IF
               ELSE
                   IF WS-CPO-LARG (WS-J) > ZERO
                       MOVE WS-F-TEXTO TO WS-LINHA-SAIDA
                           (WS-CPO-POS (WS-J):WS-CPO-LARG (WS-J))
                   END-IF
               END-IF
           END-PERFORM.
       MONTA-CHAVE-PROCEDURE.
           MOVE WS-ORD-IDX TO WS-X-IDX.
           PERFORM EXTRAI-VALOR-PROCEDURE.
           MOVE SPACES TO WORK-CHAVE.
           IF WS-DIC-MODO (WS-X-IDX) = "N"
               COMPUTE WS-K-NUM = WS-X-VALOR + 100000000000000
               MOVE WS-K-NUMX TO WORK-CHAVE
           ELSE
               MOVE WS-X-TEXTO TO WORK-CHAVE
           END-IF.
       GRAVA-LINHA-PROCEDURE.
           IF WS-SAIDA = "C"
               MOVE WS-LINHA-SAIDA TO CSV-REG
               WRITE CSV-REG
           ELSE
               MOVE "L" TO WS-REP-OP
               MOVE WS-LINHA-SAIDA (1:130) TO WS-REP-LINHA
               CALL "REPWRITER" USING WS-REP
               END-CALL
           END-IF.
       GRAVA-ORDENADO-PROCEDURE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               RETURN WORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-LINHA TO WS-LINHA-SAIDA
                       PERFORM GRAVA-LINHA-PROCEDURE
               END-RETURN
           END-PERFORM.
       GRAVA-BATLOG-PROCEDURE.
           OPEN EXTEND ARQ-BATLOG.
           IF WS-FS2 = 35
               OPEN OUTPUT ARQ-BATLOG
           END-IF.
           IF WS-FS2 = 0
               MOVE WS-HOJE TO BLDATA
               ACCEPT BLHORA FROM TIME
               MOVE WS-BL-STEP TO BLSTEP
               MOVE WS-BL-CHAVE TO BLCHAVE
               MOVE WS-BL-ANTES TO BLANTES
               MOVE WS-BL-DEPOIS TO BLDEPOIS
               WRITE REG-BATLOG
               CLOSE ARQ-BATLOG
           END-IF.
       END PROGRAM CONSULTA.
