       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINOGERA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCARQCLIENTES.
               COPY FCFILME.
               COPY FCHISTORICO.
               COPY FCRESERVA.
               COPY FCRECEBER.
               COPY FCPONTOS.
               COPY FCASSINATURA.
               COPY FCCONTACORP.
               COPY FCCAUCAO.
               COPY FCCARTAO.
               COPY FCCARTEIRA.
               COPY FCGIFTCARD.
               COPY FCFAMILIA.
               COPY FCINDICACAO.
               COPY FCCONSENT.
               COPY FCLOCABERTA.
               COPY FCRISCO.
               COPY FCENTREGA.
               COPY FCCONTATO.
               COPY FCCLIDOC.
               COPY FCFUNCIONARIOS.
               COPY FCTREINO.
               SELECT ARQ-MASCARA ASSIGN TO DYNAMIC WS-ARQ-MASCARA
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDARQCLIENTES.
           COPY FDFILME.
           COPY FDHISTORICO.
           COPY FDRESERVA.
           COPY FDRECEBER.
           COPY FDPONTOS.
           COPY FDASSINATURA.
           COPY FDCONTACORP.
           COPY FDCAUCAO.
           COPY FDCARTAO.
           COPY FDCARTEIRA.
           COPY FDGIFTCARD.
           COPY FDFAMILIA.
           COPY FDINDICACAO.
           COPY FDCONSENT.
           COPY FDLOCABERTA.
           COPY FDRISCO.
           COPY FDENTREGA.
           COPY FDCONTATO.
           COPY FDCLIDOC.
           COPY FDFUNCIONARIOS.
           COPY FDTREINO.
           FD ARQ-MASCARA
               RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
               DEPENDING ON WS-MSK-TAM.
           01 REG-MASCARA PIC X(2000).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
           77 WS-HORA PIC 9(8).
           77 WS-SUP-EMPID PIC 9(5).
           77 WS-SUP-PIN PIC 9(4).
           77 WS-SUP-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-DIR-PROD PIC X(100).
           77 WS-DIR-TREINO PIC X(100).
           77 WS-CMD PIC X(300).
           77 WS-ARQ-NOME PIC X(12).
           77 WS-ARQ-MASCARA PIC X(100).
           77 WS-MSK-TAM PIC 9(4) COMP.
           77 WS-CONT-MASC PIC 9(7).
           77 WS-CONT-CARGA PIC 9(7).
           77 WS-CONT-DUP PIC 9(7).
           77 WS-CONT-ARQ PIC 9(3) VALUE ZERO.
           77 WS-CHAVE-A PIC 9(9) VALUE 104729.
           77 WS-CHAVE-B PIC 9(9).
           77 WS-CPF-ORIG PIC 9(11).
           01 WS-CPF-MASC PIC 9(11).
           01 WS-CPF-MASC-R REDEFINES WS-CPF-MASC.
               05 WS-CPF-DIG PIC 9(1) OCCURS 11 TIMES.
           77 WS-CPF-BASE PIC 9(9).
           77 WS-CPF-NOVA PIC 9(9).
           77 WS-CPF-SOMA PIC 9(4).
           77 WS-CPF-RESTO PIC 9(2).
           77 WS-I PIC 9(2).
           77 WS-IX1 PIC 9(2).
           77 WS-IX2 PIC 9(2).
           77 WS-IX3 PIC 9(2).
           77 WS-NOME-MASC PIC X(50).
           77 WS-TEL-ORIG PIC X(15).
           77 WS-TEL-MASC PIC X(15).
           77 WS-TEL-DDD PIC X(2).
           77 WS-EMAIL-MASC PIC X(50).
           01 WS-PRENOME-DADOS.
               05 FILLER PIC X(10) VALUE "ANA".
               05 FILLER PIC X(10) VALUE "BRUNO".
               05 FILLER PIC X(10) VALUE "CARLA".
               05 FILLER PIC X(10) VALUE "DANIEL".
               05 FILLER PIC X(10) VALUE "EDUARDA".
               05 FILLER PIC X(10) VALUE "FABIO".
               05 FILLER PIC X(10) VALUE "GABRIELA".
               05 FILLER PIC X(10) VALUE "HUGO".
               05 FILLER PIC X(10) VALUE "ISABEL".
               05 FILLER PIC X(10) VALUE "JOAO".
               05 FILLER PIC X(10) VALUE "KARINA".
               05 FILLER PIC X(10) VALUE "LUCAS".
               05 FILLER PIC X(10) VALUE "MARIANA".
               05 FILLER PIC X(10) VALUE "NELSON".
               05 FILLER PIC X(10) VALUE "OLIVIA".
               05 FILLER PIC X(10) VALUE "PEDRO".
               05 FILLER PIC X(10) VALUE "RAQUEL".
               05 FILLER PIC X(10) VALUE "SERGIO".
               05 FILLER PIC X(10) VALUE "TATIANA".
               05 FILLER PIC X(10) VALUE "ULISSES".
               05 FILLER PIC X(10) VALUE "VANESSA".
               05 FILLER PIC X(10) VALUE "WAGNER".
               05 FILLER PIC X(10) VALUE "YARA".
               05 FILLER PIC X(10) VALUE "ANDRE".
               05 FILLER PIC X(10) VALUE "BEATRIZ".
               05 FILLER PIC X(10) VALUE "CAIO".
               05 FILLER PIC X(10) VALUE "DENISE".
               05 FILLER PIC X(10) VALUE "EDSON".
               05 FILLER PIC X(10) VALUE "FERNANDA".
               05 FILLER PIC X(10) VALUE "GUSTAVO".
           01 WS-PRENOME-TABELA REDEFINES WS-PRENOME-DADOS.
               05 WS-PRENOME PIC X(10) OCCURS 30 TIMES.
           01 WS-SOBRENOME-DADOS.
               05 FILLER PIC X(10) VALUE "SILVA".
               05 FILLER PIC X(10) VALUE "SANTOS".
               05 FILLER PIC X(10) VALUE "OLIVEIRA".
               05 FILLER PIC X(10) VALUE "SOUZA".
               05 FILLER PIC X(10) VALUE "RODRIGUES".
               05 FILLER PIC X(10) VALUE "FERREIRA".
               05 FILLER PIC X(10) VALUE "ALVES".
               05 FILLER PIC X(10) VALUE "PEREIRA".
               05 FILLER PIC X(10) VALUE "LIMA".
               05 FILLER PIC X(10) VALUE "GOMES".
               05 FILLER PIC X(10) VALUE "COSTA".
               05 FILLER PIC X(10) VALUE "RIBEIRO".
               05 FILLER PIC X(10) VALUE "MARTINS".
               05 FILLER PIC X(10) VALUE "CARVALHO".
               05 FILLER PIC X(10) VALUE "ALMEIDA".
               05 FILLER PIC X(10) VALUE "LOPES".
               05 FILLER PIC X(10) VALUE "SOARES".
               05 FILLER PIC X(10) VALUE "FERNANDES".
               05 FILLER PIC X(10) VALUE "VIEIRA".
               05 FILLER PIC X(10) VALUE "BARBOSA".
               05 FILLER PIC X(10) VALUE "ROCHA".
               05 FILLER PIC X(10) VALUE "DIAS".
               05 FILLER PIC X(10) VALUE "NASCIMENTO".
               05 FILLER PIC X(10) VALUE "ANDRADE".
               05 FILLER PIC X(10) VALUE "MOREIRA".
               05 FILLER PIC X(10) VALUE "NUNES".
               05 FILLER PIC X(10) VALUE "MARQUES".
               05 FILLER PIC X(10) VALUE "MACHADO".
               05 FILLER PIC X(10) VALUE "MENDES".
               05 FILLER PIC X(10) VALUE "FREITAS".
           01 WS-SOBRENOME-TABELA REDEFINES WS-SOBRENOME-DADOS.
               05 WS-SOBRENOME PIC X(10) OCCURS 30 TIMES.
           01 WS-REF-DADOS.
               05 FILLER PIC X(12) VALUE "PARAMETROS".
               05 FILLER PIC X(12) VALUE "PARAMVIG".
               05 FILLER PIC X(12) VALUE "SEQUENCIA".
               05 FILLER PIC X(12) VALUE "PROMOCOES".
               05 FILLER PIC X(12) VALUE "PLANOS".
               05 FILLER PIC X(12) VALUE "CALENDARIO".
               05 FILLER PIC X(12) VALUE "FECHMES".
               05 FILLER PIC X(12) VALUE "FECHANO".
               05 FILLER PIC X(12) VALUE "CEPBASE".
               05 FILLER PIC X(12) VALUE "RELCAT".
               05 FILLER PIC X(12) VALUE "PRECOTIT".
               05 FILLER PIC X(12) VALUE "ELENCO".
               05 FILLER PIC X(12) VALUE "TITULOS".
               05 FILLER PIC X(12) VALUE "RECALL".
               05 FILLER PIC X(12) VALUE "RMA".
               05 FILLER PIC X(12) VALUE "LOCALCOP".
               05 FILLER PIC X(12) VALUE "AFINTIT".
               05 FILLER PIC X(12) VALUE "ITEMTIPO".
               05 FILLER PIC X(12) VALUE "PRODUTO".
               05 FILLER PIC X(12) VALUE "PRODEST".
               05 FILLER PIC X(12) VALUE "TAXAENT".
               05 FILLER PIC X(12) VALUE "TERMINAL".
           01 WS-REF-TABELA REDEFINES WS-REF-DADOS.
               05 WS-REF-NOME PIC X(12) OCCURS 22 TIMES.
           77 WS-REF-I PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               CLOSE ARQ-TREINO
               DISPLAY "OS ARQUIVOS ATUAIS JA SAO UMA BASE DE "
                   "TREINAMENTO, GERACAO NEGADA"
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY "GERACAO DA BASE DE TREINAMENTO".
           PERFORM VALIDA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               DISPLAY "SUPERVISOR INVALIDO, GERACAO NEGADA"
               STOP RUN RETURNING 8
           END-IF.
           PERFORM PREPARA-DIRETORIO-PROCEDURE.
           COMPUTE WS-CHAVE-B = FUNCTION MOD
               (WS-HORA * 7919 + WS-HOJE, 999999999).
           DISPLAY "MASCARANDO DADOS PESSOAIS DE PRODUCAO".
           PERFORM MASCARA-CLIENTES-PROCEDURE.
           PERFORM MASCARA-FILMES-PROCEDURE.
           PERFORM MASCARA-HISTORICO-PROCEDURE.
           PERFORM MASCARA-RESERVA-PROCEDURE.
           PERFORM MASCARA-RECEBER-PROCEDURE.
           PERFORM MASCARA-PONTOS-PROCEDURE.
           PERFORM MASCARA-ASSINATURA-PROCEDURE.
           PERFORM MASCARA-CONTACORP-PROCEDURE.
           PERFORM MASCARA-CAUCAO-PROCEDURE.
           PERFORM MASCARA-CARTAO-PROCEDURE.
           PERFORM MASCARA-CARTEIRA-PROCEDURE.
           PERFORM MASCARA-GIFTCARD-PROCEDURE.
           PERFORM MASCARA-FAMILIA-PROCEDURE.
           PERFORM MASCARA-INDICACAO-PROCEDURE.
           PERFORM MASCARA-CONSENT-PROCEDURE.
           PERFORM MASCARA-LOCABERTA-PROCEDURE.
           PERFORM MASCARA-RISCO-PROCEDURE.
           PERFORM MASCARA-ENTREGA-PROCEDURE.
           PERFORM MASCARA-CONTATOS-PROCEDURE.
           PERFORM MASCARA-CLIDOC-PROCEDURE.
           PERFORM MASCARA-FUNCIONARIOS-PROCEDURE.
           PERFORM COPIA-REFERENCIA-PROCEDURE.
           DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DIR-TREINO UPON ENVIRONMENT-VALUE.
           DISPLAY "CARREGANDO A BASE DE TREINAMENTO EM " WS-DIR-TREINO.
           PERFORM CARGA-CLIENTES-PROCEDURE.
           PERFORM CARGA-FILMES-PROCEDURE.
           PERFORM CARGA-HISTORICO-PROCEDURE.
           PERFORM CARGA-RESERVA-PROCEDURE.
           PERFORM CARGA-RECEBER-PROCEDURE.
           PERFORM CARGA-PONTOS-PROCEDURE.
           PERFORM CARGA-ASSINATURA-PROCEDURE.
           PERFORM CARGA-CONTACORP-PROCEDURE.
           PERFORM CARGA-CAUCAO-PROCEDURE.
           PERFORM CARGA-CARTAO-PROCEDURE.
           PERFORM CARGA-CARTEIRA-PROCEDURE.
           PERFORM CARGA-GIFTCARD-PROCEDURE.
           PERFORM CARGA-FAMILIA-PROCEDURE.
           PERFORM CARGA-INDICACAO-PROCEDURE.
           PERFORM CARGA-CONSENT-PROCEDURE.
           PERFORM CARGA-LOCABERTA-PROCEDURE.
           PERFORM CARGA-RISCO-PROCEDURE.
           PERFORM CARGA-ENTREGA-PROCEDURE.
           PERFORM CARGA-CONTATOS-PROCEDURE.
           PERFORM CARGA-CLIDOC-PROCEDURE.
           PERFORM CARGA-FUNCIONARIOS-PROCEDURE.
           MOVE SPACES TO WS-CMD.
           STRING "rm -f " DELIMITED BY SIZE
               WS-DIR-TREINO DELIMITED BY SPACE
               "/*.MSK" DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           IF WS-RC > 4
               DISPLAY "BASE DE TREINAMENTO INCOMPLETA, NAO LIBERADA"
               STOP RUN RETURNING WS-RC
           END-IF.
           PERFORM GRAVA-MARCA-PROCEDURE.
           DISPLAY "BASE DE TREINAMENTO GERADA EM " WS-DIR-TREINO.
           DISPLAY "LOGS, CAIXA, FISCAL E OUTBOX INICIAM VAZIOS".
           STOP RUN RETURNING WS-RC.
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
       PREPARA-DIRETORIO-PROCEDURE.
           MOVE SPACES TO WS-DIR-PROD.
           ACCEPT WS-DIR-PROD FROM ENVIRONMENT "COB_FILE_PATH".
           IF WS-DIR-PROD = SPACES
               MOVE "." TO WS-DIR-PROD
           END-IF.
           MOVE SPACES TO WS-DIR-TREINO.
           STRING WS-DIR-PROD DELIMITED BY SPACE
               "/TREINO" DELIMITED BY SIZE
               INTO WS-DIR-TREINO
           END-STRING.
           MOVE SPACES TO WS-CMD.
           STRING "rm -rf " DELIMITED BY SIZE
               WS-DIR-TREINO DELIMITED BY SPACE
               " && mkdir -p " DELIMITED BY SIZE
               WS-DIR-TREINO DELIMITED BY SPACE
               INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
       COPIA-REFERENCIA-PROCEDURE.
           PERFORM VARYING WS-REF-I FROM 1 BY 1
               UNTIL WS-REF-I > 22
               MOVE SPACES TO WS-CMD
               STRING "cp -p " DELIMITED BY SIZE
                   WS-DIR-PROD DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-REF-NOME (WS-REF-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-DIR-PROD DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-REF-NOME (WS-REF-I) DELIMITED BY SPACE
                   ".dat " DELIMITED BY SIZE
                   WS-DIR-PROD DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-REF-NOME (WS-REF-I) DELIMITED BY SPACE
                   ".idx " DELIMITED BY SIZE
                   WS-DIR-TREINO DELIMITED BY SPACE
                   "/ 2>/dev/null" DELIMITED BY SIZE
                   INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               DISPLAY WS-REF-NOME (WS-REF-I) ": COPIADO SEM MASCARA"
           END-PERFORM.
       ABRE-MASCARA-SAIDA-PROCEDURE.
           MOVE ZEROES TO WS-CONT-MASC.
           MOVE SPACES TO WS-ARQ-MASCARA.
           STRING WS-DIR-TREINO DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-ARQ-NOME DELIMITED BY SPACE
               ".MSK" DELIMITED BY SIZE
               INTO WS-ARQ-MASCARA
           END-STRING.
           OPEN OUTPUT ARQ-MASCARA.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR " WS-ARQ-MASCARA ", FS=" WS-FS2
               MOVE 8 TO WS-RC
           END-IF.
       GRAVA-MASCARA-PROCEDURE.
           WRITE REG-MASCARA.
           ADD 1 TO WS-CONT-MASC.
       ABRE-MASCARA-ENTRADA-PROCEDURE.
           MOVE ZEROES TO WS-CONT-CARGA.
           MOVE ZEROES TO WS-CONT-DUP.
           MOVE SPACES TO WS-ARQ-MASCARA.
           STRING WS-ARQ-NOME DELIMITED BY SPACE
               ".MSK" DELIMITED BY SIZE
               INTO WS-ARQ-MASCARA
           END-STRING.
           OPEN INPUT ARQ-MASCARA.
       LE-MASCARA-PROCEDURE.
           MOVE "N" TO WS-EOF.
           READ ARQ-MASCARA
               AT END MOVE "Y" TO WS-EOF
           END-READ.
       ARQUIVO-AUSENTE-PROCEDURE.
           IF WS-FS = 35
               DISPLAY WS-ARQ-NOME ": INEXISTENTE EM PRODUCAO"
           ELSE
               DISPLAY "ERRO AO ABRIR " WS-ARQ-NOME ", FS=" WS-FS
               MOVE 8 TO WS-RC
           END-IF.
       ERRO-CARGA-PROCEDURE.
           DISPLAY "ERRO AO CRIAR " WS-ARQ-NOME
               " NO TREINAMENTO, FS=" WS-FS.
           MOVE 8 TO WS-RC.
       MOSTRA-CARGA-PROCEDURE.
           ADD 1 TO WS-CONT-ARQ.
           DISPLAY WS-ARQ-NOME ": " WS-CONT-CARGA " REGISTRO(S)".
           IF WS-CONT-DUP > ZERO
               DISPLAY WS-ARQ-NOME ": " WS-CONT-DUP
                   " CHAVE(S) DUPLICADA(S) APOS A MASCARA"
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
       GRAVA-MARCA-PROCEDURE.
           OPEN OUTPUT ARQ-TREINO.
           IF WS-FS <> 0
               DISPLAY "ERRO AO GRAVAR TREINO.DAT, FS=" WS-FS
               MOVE 8 TO WS-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-TREINO.
           MOVE WS-HOJE TO TRDATA.
           MOVE WS-HORA (1:6) TO TRHORA.
           MOVE WS-SUP-EMPID TO TRSUPER.
           MOVE WS-DIR-PROD TO TRORIGEM.
           WRITE REG-TREINO.
           CLOSE ARQ-TREINO.
       MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-ORIG TO WS-CPF-MASC.
           COMPUTE WS-CPF-BASE = WS-CPF-ORIG / 100.
           IF WS-CPF-BASE = ZERO
               MOVE ZEROES TO WS-CPF-NOVA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CPF-NOVA = FUNCTION MOD
               (WS-CHAVE-A * (WS-CPF-BASE - 1) + WS-CHAVE-B,
               999999999) + 1.
           COMPUTE WS-CPF-MASC = WS-CPF-NOVA * 100.
           MOVE ZEROES TO WS-CPF-SOMA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG (WS-I) * (11 - WS-I)
           END-PERFORM.
           COMPUTE WS-CPF-RESTO = FUNCTION MOD (WS-CPF-SOMA * 10, 11).
           IF WS-CPF-RESTO = 10
               MOVE ZERO TO WS-CPF-RESTO
           END-IF.
           MOVE WS-CPF-RESTO TO WS-CPF-DIG (10).
           MOVE ZEROES TO WS-CPF-SOMA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIG (WS-I) * (12 - WS-I)
           END-PERFORM.
           COMPUTE WS-CPF-RESTO = FUNCTION MOD (WS-CPF-SOMA * 10, 11).
           IF WS-CPF-RESTO = 10
               MOVE ZERO TO WS-CPF-RESTO
           END-IF.
           MOVE WS-CPF-RESTO TO WS-CPF-DIG (11).
       MASCARA-NOME-PROCEDURE.
           COMPUTE WS-IX1 = FUNCTION MOD (WS-CPF-NOVA, 30) + 1.
           COMPUTE WS-IX2 = FUNCTION MOD (WS-CPF-NOVA / 30, 30) + 1.
           COMPUTE WS-IX3 = FUNCTION MOD (WS-CPF-NOVA / 900, 30) + 1.
           MOVE SPACES TO WS-NOME-MASC.
           STRING WS-PRENOME (WS-IX1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SOBRENOME (WS-IX2) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SOBRENOME (WS-IX3) DELIMITED BY SPACE
               INTO WS-NOME-MASC
           END-STRING.
       MASCARA-TELEFONE-PROCEDURE.
           MOVE "11" TO WS-TEL-DDD.
           IF WS-TEL-ORIG (1:1) = "(" AND WS-TEL-ORIG (4:1) = ")"
               AND WS-TEL-ORIG (2:2) IS NUMERIC
               MOVE WS-TEL-ORIG (2:2) TO WS-TEL-DDD
           END-IF.
           MOVE SPACES TO WS-TEL-MASC.
           STRING "(" WS-TEL-DDD ") 9" WS-CPF-MASC (1:4) "-"
               WS-CPF-MASC (5:4)
               DELIMITED BY SIZE INTO WS-TEL-MASC
           END-STRING.
       MASCARA-EMAIL-PROCEDURE.
           MOVE SPACES TO WS-EMAIL-MASC.
           STRING "CLIENTE" WS-CPF-MASC "@TREINO.INVALID"
               DELIMITED BY SIZE INTO WS-EMAIL-MASC
           END-STRING.
       MASCARA-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CLIENTES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CLIENTES-PROCEDURE
                   MOVE LENGTH OF REG-CLIENTES TO WS-MSK-TAM
                   MOVE REG-CLIENTES TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CLIENTES-PROCEDURE.
           MOVE CCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO CCPF.
           PERFORM MASCARA-NOME-PROCEDURE.
           IF CTIPO = "E"
               MOVE SPACES TO CNOME
               STRING "EMPRESA " DELIMITED BY SIZE
                   WS-SOBRENOME (WS-IX2) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-SOBRENOME (WS-IX3) DELIMITED BY SPACE
                   " LTDA" DELIMITED BY SIZE
                   INTO CNOME
               END-STRING
           ELSE
               MOVE WS-NOME-MASC TO CNOME
           END-IF.
           IF CRUA <> SPACES
               MOVE "RUA DO TREINAMENTO" TO CRUA
               COMPUTE CNUM = FUNCTION MOD (WS-CPF-NOVA, 999) + 1
           END-IF.
           IF CBAI <> SPACES
               MOVE "CENTRO" TO CBAI
           END-IF.
           IF CTEL <> SPACES
               MOVE CTEL TO WS-TEL-ORIG
               PERFORM MASCARA-TELEFONE-PROCEDURE
               MOVE WS-TEL-MASC TO CTEL
           END-IF.
           IF CEMAIL <> SPACES
               PERFORM MASCARA-EMAIL-PROCEDURE
               MOVE WS-EMAIL-MASC TO CEMAIL
           END-IF.
           MOVE CRESPCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO CRESPCPF.
       MASCARA-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-FILMES-PROCEDURE
                   MOVE LENGTH OF REG-FILMES TO WS-MSK-TAM
                   MOVE REG-FILMES TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-FILMES-PROCEDURE.
           MOVE FACPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO FACPF.
       MASCARA-HISTORICO-PROCEDURE.
           MOVE "HISTORICO" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-HISTORICO-PROCEDURE
                   MOVE LENGTH OF REG-HISTORICO TO WS-MSK-TAM
                   MOVE REG-HISTORICO TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-HISTORICO-PROCEDURE.
           MOVE HCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO HCPF.
       MASCARA-RESERVA-PROCEDURE.
           MOVE "RESERVA" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-RESERVA.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-RESERVA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-RESERVA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RESERVA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-RESERVA-PROCEDURE
                   MOVE LENGTH OF REG-RESERVA TO WS-MSK-TAM
                   MOVE REG-RESERVA TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-RESERVA-PROCEDURE.
           MOVE RCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO RCPF.
       MASCARA-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-RECEBER.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-RECEBER
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-RECEBER
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RECEBER NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-RECEBER-PROCEDURE
                   MOVE LENGTH OF REG-RECEBER TO WS-MSK-TAM
                   MOVE REG-RECEBER TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECEBER.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-RECEBER-PROCEDURE.
           MOVE MRCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO MRCPF.
       MASCARA-PONTOS-PROCEDURE.
           MOVE "PONTOS" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-PONTOS.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-PONTOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-PONTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-PONTOS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-PONTOS-PROCEDURE
                   MOVE LENGTH OF REG-PONTOS TO WS-MSK-TAM
                   MOVE REG-PONTOS TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-PONTOS.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-PONTOS-PROCEDURE.
           MOVE PTCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO PTCPF.
       MASCARA-ASSINATURA-PROCEDURE.
           MOVE "ASSINATURA" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-ASSINATURA.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-ASSINATURA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-ASSINATURA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ASSINATURA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-ASSINATURA-PROCEDURE
                   MOVE LENGTH OF REG-ASSINATURA TO WS-MSK-TAM
                   MOVE REG-ASSINATURA TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ASSINATURA.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-ASSINATURA-PROCEDURE.
           MOVE ASCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO ASCPF.
       MASCARA-CONTACORP-PROCEDURE.
           MOVE "CONTACORP" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CONTACORP.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CONTACORP
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CONTACORP
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONTACORP NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CONTACORP-PROCEDURE
                   MOVE LENGTH OF REG-CONTACORP TO WS-MSK-TAM
                   MOVE REG-CONTACORP TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONTACORP.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CONTACORP-PROCEDURE.
           MOVE CCCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO CCCPF.
       MASCARA-CAUCAO-PROCEDURE.
           MOVE "CAUCAO" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CAUCAO.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CAUCAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CAUCAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CAUCAO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CAUCAO-PROCEDURE
                   MOVE LENGTH OF REG-CAUCAO TO WS-MSK-TAM
                   MOVE REG-CAUCAO TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CAUCAO.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CAUCAO-PROCEDURE.
           MOVE KCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO KCPF.
       MASCARA-CARTAO-PROCEDURE.
           MOVE "CARTAO" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CARTAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CARTAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CARTAO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CARTAO-PROCEDURE
                   MOVE LENGTH OF REG-CARTAO TO WS-MSK-TAM
                   MOVE REG-CARTAO TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CARTAO.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CARTAO-PROCEDURE.
           MOVE KTCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO KTCPF.
       MASCARA-CARTEIRA-PROCEDURE.
           MOVE "CARTEIRA" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CARTEIRA.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CARTEIRA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CARTEIRA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CARTEIRA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CARTEIRA-PROCEDURE
                   MOVE LENGTH OF REG-CARTEIRA TO WS-MSK-TAM
                   MOVE REG-CARTEIRA TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CARTEIRA.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CARTEIRA-PROCEDURE.
           MOVE WCCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO WCCPF.
       MASCARA-GIFTCARD-PROCEDURE.
           MOVE "GIFTCARD" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-GIFTCARD.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-GIFTCARD
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-GIFTCARD
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-GIFTCARD NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-GIFTCARD-PROCEDURE
                   MOVE LENGTH OF REG-GIFTCARD TO WS-MSK-TAM
                   MOVE REG-GIFTCARD TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-GIFTCARD.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-GIFTCARD-PROCEDURE.
           MOVE GCCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO GCCPF.
       MASCARA-FAMILIA-PROCEDURE.
           MOVE "FAMILIA" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-FAMILIA.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-FAMILIA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-FAMILIA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FAMILIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-FAMILIA-PROCEDURE
                   MOVE LENGTH OF REG-FAMILIA TO WS-MSK-TAM
                   MOVE REG-FAMILIA TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FAMILIA.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-FAMILIA-PROCEDURE.
           MOVE FMCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO FMCPF.
           MOVE FMTITULAR TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO FMTITULAR.
       MASCARA-INDICACAO-PROCEDURE.
           MOVE "INDICACAO" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-INDICACAO.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-INDICACAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-INDICACAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-INDICACAO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-INDICACAO-PROCEDURE
                   MOVE LENGTH OF REG-INDICACAO TO WS-MSK-TAM
                   MOVE REG-INDICACAO TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-INDICACAO.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-INDICACAO-PROCEDURE.
           MOVE INCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO INCPF.
           MOVE ININDICADOR TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO ININDICADOR.
       MASCARA-CONSENT-PROCEDURE.
           MOVE "CONSENT" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CONSENT.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CONSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CONSENT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONSENT NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CONSENT-PROCEDURE
                   MOVE LENGTH OF REG-CONSENT TO WS-MSK-TAM
                   MOVE REG-CONSENT TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONSENT.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CONSENT-PROCEDURE.
           MOVE CNCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO CNCPF.
       MASCARA-LOCABERTA-PROCEDURE.
           MOVE "LOCABERTA" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-LOCABERTA.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-LOCABERTA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-LOCABERTA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-LOCABERTA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-LOCABERTA-PROCEDURE
                   MOVE LENGTH OF REG-LOCABERTA TO WS-MSK-TAM
                   MOVE REG-LOCABERTA TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-LOCABERTA.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-LOCABERTA-PROCEDURE.
           MOVE LACPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO LACPF.
       MASCARA-RISCO-PROCEDURE.
           MOVE "RISCO" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-RISCO.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-RISCO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-RISCO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-RISCO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-RISCO-PROCEDURE
                   MOVE LENGTH OF REG-RISCO TO WS-MSK-TAM
                   MOVE REG-RISCO TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-RISCO.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-RISCO-PROCEDURE.
           MOVE RSCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO RSCPF.
       MASCARA-ENTREGA-PROCEDURE.
           MOVE "ENTREGA" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-ENTREGA.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-ENTREGA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-ENTREGA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-ENTREGA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-ENTREGA-PROCEDURE
                   MOVE LENGTH OF REG-ENTREGA TO WS-MSK-TAM
                   MOVE REG-ENTREGA TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-ENTREGA.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-ENTREGA-PROCEDURE.
           MOVE ENCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO ENCPF.
           IF ENBAIRRO <> SPACES
               MOVE "CENTRO" TO ENBAIRRO
           END-IF.
       MASCARA-CONTATOS-PROCEDURE.
           MOVE "CONTATOS" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CONTATO.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CONTATO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CONTATO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CONTATO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CONTATOS-PROCEDURE
                   MOVE LENGTH OF REG-CONTATO TO WS-MSK-TAM
                   MOVE REG-CONTATO TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONTATO.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CONTATOS-PROCEDURE.
           MOVE CTCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO CTCPF.
           IF CTEMAIL <> SPACES
               PERFORM MASCARA-EMAIL-PROCEDURE
               MOVE WS-EMAIL-MASC TO CTEMAIL
           END-IF.
           IF CTTEL <> SPACES
               MOVE CTTEL TO WS-TEL-ORIG
               PERFORM MASCARA-TELEFONE-PROCEDURE
               MOVE WS-TEL-MASC TO CTTEL
           END-IF.
       MASCARA-CLIDOC-PROCEDURE.
           MOVE "CLIDOC" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-CLIDOC
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-CLIDOC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CLIDOC NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-CLIDOC-PROCEDURE
                   MOVE LENGTH OF REG-CLIDOC TO WS-MSK-TAM
                   MOVE REG-CLIDOC TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CLIDOC.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-CLIDOC-PROCEDURE.
           MOVE DCCPF TO WS-CPF-ORIG.
           PERFORM MASCARA-CPF-PROCEDURE.
           MOVE WS-CPF-MASC TO DCCPF.
           MOVE SPACES TO DCNUMERO.
           STRING "T" WS-CPF-MASC DELIMITED BY SIZE INTO DCNUMERO
           END-STRING.
       MASCARA-FUNCIONARIOS-PROCEDURE.
           MOVE "FUNCIONARIOS" TO WS-ARQ-NOME.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS <> 0
               PERFORM ARQUIVO-AUSENTE-PROCEDURE
               CLOSE ARQ-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRE-MASCARA-SAIDA-PROCEDURE.
           IF WS-FS2 <> 0
               CLOSE ARQ-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FUNCIONARIOS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM MASCARA-REG-FUNCIONARIOS-PROCEDURE
                   MOVE LENGTH OF REG-FUNCIONARIOS TO WS-MSK-TAM
                   MOVE REG-FUNCIONARIOS TO REG-MASCARA
                   PERFORM GRAVA-MASCARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-MASCARA.
       MASCARA-REG-FUNCIONARIOS-PROCEDURE.
           MOVE SPACES TO EMPNOME.
           STRING "OPERADOR " EMPID DELIMITED BY SIZE INTO EMPNOME
           END-STRING.
       CARGA-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CLIENTES
               WRITE REG-CLIENTES
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-FILMES
               WRITE REG-FILMES
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-HISTORICO-PROCEDURE.
           MOVE "HISTORICO" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-HISTORICO
               WRITE REG-HISTORICO
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-RESERVA-PROCEDURE.
           MOVE "RESERVA" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-RESERVA.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-RESERVA
               WRITE REG-RESERVA
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-RECEBER.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-RECEBER
               WRITE REG-RECEBER
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-RECEBER.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-PONTOS-PROCEDURE.
           MOVE "PONTOS" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-PONTOS.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-PONTOS
               WRITE REG-PONTOS
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-PONTOS.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-ASSINATURA-PROCEDURE.
           MOVE "ASSINATURA" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-ASSINATURA.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-ASSINATURA
               WRITE REG-ASSINATURA
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-ASSINATURA.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CONTACORP-PROCEDURE.
           MOVE "CONTACORP" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CONTACORP.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CONTACORP
               WRITE REG-CONTACORP
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CONTACORP.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CAUCAO-PROCEDURE.
           MOVE "CAUCAO" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CAUCAO.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CAUCAO
               WRITE REG-CAUCAO
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CAUCAO.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CARTAO-PROCEDURE.
           MOVE "CARTAO" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CARTAO.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CARTAO
               WRITE REG-CARTAO
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CARTAO.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CARTEIRA-PROCEDURE.
           MOVE "CARTEIRA" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CARTEIRA.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CARTEIRA
               WRITE REG-CARTEIRA
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CARTEIRA.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-GIFTCARD-PROCEDURE.
           MOVE "GIFTCARD" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-GIFTCARD.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-GIFTCARD
               WRITE REG-GIFTCARD
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-GIFTCARD.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-FAMILIA-PROCEDURE.
           MOVE "FAMILIA" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-FAMILIA.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-FAMILIA
               WRITE REG-FAMILIA
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-FAMILIA.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-INDICACAO-PROCEDURE.
           MOVE "INDICACAO" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-INDICACAO.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-INDICACAO
               WRITE REG-INDICACAO
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-INDICACAO.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CONSENT-PROCEDURE.
           MOVE "CONSENT" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CONSENT.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CONSENT
               WRITE REG-CONSENT
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CONSENT.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-LOCABERTA-PROCEDURE.
           MOVE "LOCABERTA" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-LOCABERTA.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-LOCABERTA
               WRITE REG-LOCABERTA
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-LOCABERTA.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-RISCO-PROCEDURE.
           MOVE "RISCO" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-RISCO.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-RISCO
               WRITE REG-RISCO
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-RISCO.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-ENTREGA-PROCEDURE.
           MOVE "ENTREGA" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-ENTREGA.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-ENTREGA
               WRITE REG-ENTREGA
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-ENTREGA.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CONTATOS-PROCEDURE.
           MOVE "CONTATOS" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CONTATO.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CONTATO
               WRITE REG-CONTATO
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CONTATO.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-CLIDOC-PROCEDURE.
           MOVE "CLIDOC" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-CLIDOC.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-CLIDOC
               WRITE REG-CLIDOC
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CLIDOC.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       CARGA-FUNCIONARIOS-PROCEDURE.
           MOVE "FUNCIONARIOS" TO WS-ARQ-NOME.
           PERFORM ABRE-MASCARA-ENTRADA-PROCEDURE.
           IF WS-FS2 <> 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-FUNCIONARIOS.
           IF WS-FS <> 0
               PERFORM ERRO-CARGA-PROCEDURE
               CLOSE ARQ-MASCARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-MASCARA-PROCEDURE.
           PERFORM UNTIL WS-EOF = "Y"
               MOVE REG-MASCARA (1:WS-MSK-TAM) TO REG-FUNCIONARIOS
               WRITE REG-FUNCIONARIOS
                   INVALID KEY
                       ADD 1 TO WS-CONT-DUP
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CARGA
               END-WRITE
               PERFORM LE-MASCARA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-MASCARA.
           PERFORM MOSTRA-CARGA-PROCEDURE.
       END PROGRAM TREINOGERA.
