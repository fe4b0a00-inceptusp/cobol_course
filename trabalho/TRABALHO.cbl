       COPY FCSUGTRANSF.
       COPY FCCONSENT.
       COPY FCBATLOG.
       COPY FCCLIDOC.
       COPY FCPIXMOV.
       COPY FCCHEQUE.
       COPY FCRECALL.
       COPY FCRMA.
       COPY FCDISCOS.
       COPY FCLOCALCOP.
       COPY FCCARTAO.
       COPY FCFAMILIA.
       COPY FCINDICACAO.
       COPY FCCUPOM.
       COPY FCRISCO.
       COPY FCAFINTIT.
       COPY FCSUGESTAO.
       COPY FCITEMTIPO.
       COPY FCPRODUTO.
       COPY FCPRODEST.
       COPY FCPRODMOV.
       COPY FCENTREGA.
       COPY FCTAXAENT.
       COPY FCLOCABERTA.
       COPY FCTREINO.
       COPY FCTERMINAL.
       SELECT ARQ-CONTRDOC ASSIGN TO DYNAMIC WS-ARQ-CONTRDOC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS.
       COPY FDSUGTRANSF.
       COPY FDCONSENT.
       COPY FDBATLOG.
       COPY FDCLIDOC.
       COPY FDPIXMOV.
       COPY FDCHEQUE.
       COPY FDRECALL.
       COPY FDRMA.
       COPY FDDISCOS.
       COPY FDLOCALCOP.
       COPY FDCARTAO.
       COPY FDFAMILIA.
       COPY FDINDICACAO.
       COPY FDCUPOM.
       COPY FDRISCO.
       COPY FDAFINTIT.
       COPY FDSUGESTAO.
       COPY FDITEMTIPO.
       COPY FDPRODUTO.
       COPY FDPRODEST.
       COPY FDPRODMOV.
       COPY FDENTREGA.
       COPY FDTAXAENT.
       COPY FDLOCABERTA.
       COPY FDTREINO.
       COPY FDTERMINAL.
       FD ARQ-CONTRDOC.
       01 REG-CONTRDOC PIC X(80).
       FD ARQ-RENTWRK.
           05 WA-FCOPIA PIC 9(2).
           05 WA-FNOME PIC X(50).
           05 WA-FACPF PIC 9(11).
           05 WA-TIPO PIC X(7).
       SD WORK-RANK.
       01 WR-REG.
           05 WR-COD PIC 9(4).
           COPY AJUSTE.
           COPY DANIFICADA.
           COPY VENDAUSADA.
           COPY VENDAPROD.
           COPY TRANSFERIR.
           COPY TROCASENHA.
           COPY OPERADOR.
           COPY CONTING.
           COPY SANGRIA.
           COPY CONSENTSCR.
           COPY LOCALIZA.
           COPY FAMILIASCR.
       PROCEDURE DIVISION.
       LOGIN-PROCEDURE.
           OPEN I-O ARQ-FUNCIONARIOS.
               OPEN I-O ARQ-FUNCIONARIOS
           END-IF.
           MOVE "N" TO WS-LOGIN-OK.
           MOVE "N" TO WS-LOGIN-TREINO.
           PERFORM UNTIL WS-LOGIN-OK = "S"
               DISPLAY LOGIN
               ACCEPT LOGIN
               IF WS-LOGIN-TREINO = "s"
                   MOVE "S" TO WS-LOGIN-TREINO
               END-IF
               IF WS-LOGIN-TREINO = "S" AND WS-TREINO = "N"
                   PERFORM TREINO-ATIVA-PROCEDURE
               END-IF
               IF WS-LOGIN-TREINO = "S" AND WS-TREINO = "N"
                   MOVE "N" TO WS-LOGIN-TREINO
               ELSE
                   MOVE WS-LOGIN-EMPID TO EMPID
                   READ ARQ-FUNCIONARIOS
                       INVALID KEY
                           DISPLAY BLANK-SCREEN
                           DISPLAY "FUNCIONARIO OU SENHA INVALIDOS"
                           ACCEPT INUTIL AT LINE 04 COL 01
                       NOT INVALID KEY
                           PERFORM TRATA-LOGIN-PROCEDURE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           PERFORM TERMINAL-VALIDA-PROCEDURE.
           IF WS-TERM-OK <> "S"
               STOP RUN
           END-IF.
           PERFORM ABRE-CAIXA-PROCEDURE.
           IF WS-TERM-OK <> "S"
               STOP RUN
           END-IF.
           GO TO MAIN-PROCEDURE.
       TREINO-ATIVA-PROCEDURE.
           CLOSE ARQ-FUNCIONARIOS.
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
           DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DIR-TREINO UPON ENVIRONMENT-VALUE.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               CLOSE ARQ-TREINO
               MOVE "S" TO WS-TREINO
               MOVE "***** TREINAMENTO *****" TO WS-TREINO-BANNER
           ELSE
               DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME
               DISPLAY WS-DIR-PROD UPON ENVIRONMENT-VALUE
               DISPLAY BLANK-SCREEN
               DISPLAY "BASE DE TREINAMENTO NAO ENCONTRADA EM "
                   WS-DIR-TREINO
               DISPLAY "GERAR A BASE COM O UTILITARIO TREINOGERA"
               ACCEPT INUTIL AT LINE 04 COL 01
           END-IF.
           OPEN I-O ARQ-FUNCIONARIOS.
       TERMINAL-VALIDA-PROCEDURE.
           MOVE "N" TO WS-TERM-OK.
           MOVE ALL "N" TO WS-TERM-PERMISSAO.
           MOVE SPACES TO WS-TERMINAL.
           ACCEPT WS-TERMINAL FROM ENVIRONMENT "LOCADORA_TERMINAL".
           IF WS-TERMINAL = SPACES
               ACCEPT WS-TERMINAL FROM ENVIRONMENT "HOSTNAME"
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-TERMINAL) TO WS-TERMINAL.
           IF WS-TERMINAL = SPACES
               MOVE "SEM IDENTIFICACAO" TO WS-TERM-MOTIVO
               PERFORM TERMINAL-RECUSA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-TERMINAL.
           IF WS-FS = "35"
               CLOSE ARQ-TERMINAL
               PERFORM TERMINAL-SEMEIA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS <> 0
               MOVE SPACES TO WS-TERM-MOTIVO
               STRING "CADASTRO COM FS=" WS-FS
                   DELIMITED BY SIZE INTO WS-TERM-MOTIVO
               END-STRING
               CLOSE ARQ-TERMINAL
               PERFORM TERMINAL-RECUSA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERMINAL TO TMID.
           READ ARQ-TERMINAL
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WS-TERM-MOTIVO
               NOT INVALID KEY
                   IF TMSITUACAO = "A"
                       MOVE "S" TO WS-TERM-OK
                       MOVE TMOPCOES TO WS-TERM-PERMISSAO
                       IF TMFILIAL > ZERO
                           MOVE TMFILIAL TO WS-FILIAL-LOGADA
                       END-IF
                   ELSE
                       MOVE "INATIVO" TO WS-TERM-MOTIVO
                   END-IF
           END-READ.
           CLOSE ARQ-TERMINAL.
           IF WS-TERM-OK <> "S"
               PERFORM TERMINAL-RECUSA-PROCEDURE
           END-IF.
       TERMINAL-SEMEIA-PROCEDURE.
           IF WS-PERFIL-LOGADO <> "G"
               MOVE "CADASTRO VAZIO" TO WS-TERM-MOTIVO
               PERFORM TERMINAL-RECUSA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TERMINAL.
           IF WS-FS <> 0
               MOVE SPACES TO WS-TERM-MOTIVO
               STRING "CADASTRO COM FS=" WS-FS
                   DELIMITED BY SIZE INTO WS-TERM-MOTIVO
               END-STRING
               CLOSE ARQ-TERMINAL
               PERFORM TERMINAL-RECUSA-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERMINAL TO TMID.
           MOVE WS-FILIAL-LOGADA TO TMFILIAL.
           MOVE "G" TO TMFINALIDADE.
           MOVE "SSSSSSSSS" TO TMOPCOES.
           MOVE "A" TO TMSITUACAO.
           MOVE "CADASTRO INICIAL" TO TMDESCR.
           ACCEPT TMDATA FROM DATE YYYYMMDD.
           MOVE WS-SEMPID-LOGADO TO TMEMPID.
           WRITE REG-TERMINAL.
           CLOSE ARQ-TERMINAL.
           MOVE "S" TO WS-TERM-OK.
           MOVE TMOPCOES TO WS-TERM-PERMISSAO.
           MOVE "T" TO WS-AUD-TIPO.
           MOVE "I" TO WS-AUD-ACAO.
           MOVE ZEROES TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE SPACES TO WS-AUD-DEPOIS.
           STRING "TERMINAL " WS-TERMINAL
               " CADASTRADO COMO GERENCIA NA FILIAL " TMFILIAL
               DELIMITED BY SIZE INTO WS-AUD-DEPOIS
           END-STRING.
           PERFORM GRAVA-AUDIT-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "TERMINAL " WS-TERMINAL " CADASTRADO COMO GERENCIA".
           DISPLAY "CADASTRE OS DEMAIS TERMINAIS COM O TERMCAD".
           ACCEPT INUTIL AT LINE 04 COL 01.
       TERMINAL-RECUSA-PROCEDURE.
           MOVE "N" TO WS-TERM-OK.
           MOVE "T" TO WS-AUD-TIPO.
           MOVE "R" TO WS-AUD-ACAO.
           MOVE ZEROES TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING "ACESSO RECUSADO NO TERMINAL " WS-TERMINAL
               ": " WS-TERM-MOTIVO
               DELIMITED BY SIZE INTO WS-AUD-ANTES
           END-STRING.
           MOVE SPACES TO WS-AUD-DEPOIS.
           PERFORM GRAVA-AUDIT-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "TERMINAL " WS-TERMINAL " NAO AUTORIZADO: "
               WS-TERM-MOTIVO.
           DISPLAY "PROCURE O GERENTE (CADASTRO NO TERMCAD)".
           ACCEPT INUTIL AT LINE 04 COL 01.
       TERMINAL-RECUSA-OPCAO-PROCEDURE.
           MOVE "T" TO WS-AUD-TIPO.
           MOVE "O" TO WS-AUD-ACAO.
           MOVE ZEROES TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING "OPCAO " OP " RECUSADA NO TERMINAL " WS-TERMINAL
               DELIMITED BY SIZE INTO WS-AUD-ANTES
           END-STRING.
           MOVE SPACES TO WS-AUD-DEPOIS.
           PERFORM GRAVA-AUDIT-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "OPCAO NAO PERMITIDA NESTE TERMINAL".
           ACCEPT INUTIL AT LINE 04 COL 01.
       TRATA-LOGIN-PROCEDURE.
           IF EMPSITUACAO = "B"
               DISPLAY BLANK-SCREEN
       MAIN-PROCEDURE.
           DISPLAY MENUU.
           ACCEPT MENUU.
           IF OP > 0 AND OP < 10 AND OP <> 7
               IF WS-TERM-OPCAO (OP) <> "S"
                   PERFORM TERMINAL-RECUSA-OPCAO-PROCEDURE
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           EVALUATE OP
               WHEN 1
                   GO TO ALUGAR-PROCEDURE
               CLOSE ARQ-FILMES
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE SCLIENTE TO WS-FM-CPF.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
           PERFORM OCORRENCIA-ALERTA-PROCEDURE.
           IF WS-OC-BLOQ = "S"
               PERFORM LIBERA-SUPERVISOR-PROCEDURE
               END-IF
           END-IF.
           PERFORM ASSINATURA-CONSULTAR-PROCEDURE.
           PERFORM INDICACAO-BONUS-PROCEDURE.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           MOVE SCLIENTE TO MRCPF.
           PERFORM RECEBER-CONSULTAR-PROCEDURE.
               DISPLAY SALDOMULTA
               ACCEPT INUTIL AT LINE 05 COL 01
           END-IF.
           IF WS-MR-SALDO > ZEROES
               AND WS-CTIPO-CLI <> "J" AND WS-CTIPO-CLI <> "j"
               MOVE "S" TO WS-CLIENTE-BLOQ
           IF WS-RESP-CPF > ZEROES
               PERFORM RESP-BLOQUEIO-PROCEDURE
           END-IF.
           IF WS-FM-QTD > 1
               PERFORM FAMILIA-BLOQUEIO-PROCEDURE
           END-IF.
           MOVE ZERO TO WS-QTD-ALUGADOS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
           MOVE WS-FS TO WS-LA-FS.
           OPEN INPUT ARQ-LOCABERTA.
           IF WS-FS = 0
               MOVE SCLIENTE TO WS-LA-CPF
               PERFORM LIMITE-ABERTAS-PROCEDURE
               IF WS-RESP-CPF > ZEROES AND WS-RESP-CPF <> SCLIENTE
                   MOVE WS-RESP-CPF TO WS-LA-CPF
                   PERFORM LIMITE-ABERTAS-PROCEDURE
               END-IF
               IF WS-FM-QTD > 1
                   PERFORM VARYING WS-LA-I FROM 1 BY 1
                       UNTIL WS-LA-I > WS-FM-QTD
                       IF WS-FM-MCPF (WS-LA-I) <> SCLIENTE
                           AND WS-FM-MCPF (WS-LA-I) <> WS-RESP-CPF
                           MOVE WS-FM-MCPF (WS-LA-I) TO WS-LA-CPF
                           PERFORM LIMITE-ABERTAS-PROCEDURE
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               PERFORM LIMITE-VARREDURA-PROCEDURE
           END-IF.
           CLOSE ARQ-LOCABERTA.
           MOVE WS-LA-FS TO WS-FS.
           IF WS-CLIENTE-BLOQ = "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "CLIENTE COM FILME EM ATRASO OU MULTA PENDENTE"
               IF WS-FM-BLOQ = "S"
                   DISPLAY "PENDENCIA EM OUTRO MEMBRO DA FAMILIA"
               END-IF
               DISPLAY "ALUGUEL BLOQUEADO"
               ACCEPT INUTIL AT LINE 04 COL 01
               PERFORM LIBERA-SUPERVISOR-PROCEDURE
           IF WS-AS-ATIVO = "S"
               MOVE WS-PL-QTDE TO WS-LIMITE-ALUGUEL
           END-IF.
           IF WS-RS-LIMITE > ZERO
               AND WS-RS-LIMITE < WS-LIMITE-ALUGUEL
               MOVE WS-RS-LIMITE TO WS-LIMITE-ALUGUEL
           END-IF.
           IF WS-QTD-ALUGADOS + WS-CART-QTD > WS-LIMITE-ALUGUEL
               DISPLAY BLANK-SCREEN
               DISPLAY "CLIENTE JA ATINGIU O LIMITE DE ALUGUEIS"
               IF WS-RS-LIMITE > ZERO
                   AND WS-LIMITE-ALUGUEL = WS-RS-LIMITE
                   DISPLAY "LIMITE DA FAIXA DE RISCO " WS-RS-FAIXA
                       ": " WS-RS-LIMITE
               END-IF
               IF WS-FM-QTD > 1 AND WS-FM-COMP-LIMITE = "S"
                   DISPLAY "LIMITE COMPARTILHADO COM A FAMILIA"
               END-IF
               ACCEPT INUTIL AT LINE 04 COL 01
               CLOSE ARQ-FILMES
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM FILTRA-IDADE-CARRINHO-PROCEDURE.
           MOVE ZERO TO WS-PRD-QTD.
           MOVE ZERO TO WS-PRD-TOTAL.
           MOVE ZERO TO WS-EN-TAXA.
           MOVE ZERO TO WS-CP-DESC.
           IF WS-CART-QTD > ZERO
               PERFORM CALCULA-VALORES-CARRINHO-PROCEDURE
               PERFORM PRODUTOS-CARRINHO-PROCEDURE
               ADD WS-PRD-TOTAL TO WS-CART-TOTAL
               PERFORM CUPOM-CARRINHO-PROCEDURE
               IF WS-CTIPO-CLI = "J" OR WS-CTIPO-CLI = "j"
                   MOVE SCLIENTE TO WS-CC-CPF
                   PERFORM CONTACORP-CONSULTAR-PROCEDURE
                   UNTIL WS-CART-I > WS-CART-QTD
                   PERFORM EFETIVA-ITEM-PROCEDURE
               END-PERFORM
               IF WS-CP-DESC > ZERO
                   PERFORM CUPOM-BAIXA-PROCEDURE
               END-IF
               PERFORM EMITE-RECIBO-ALUGUEL-PROCEDURE
               IF WS-PRD-QTD > ZERO
                   PERFORM PRODUTOS-BAIXA-PROCEDURE
               END-IF
               PERFORM CONTRATO-CHECA-PROCEDURE
               IF WS-CTIPO-CLI = "J" OR WS-CTIPO-CLI = "j"
                   PERFORM CONTACORP-ACUMULAR-PROCEDURE
                   IF WS-CART-TOTAL > WS-PRD-TOTAL
                       MOVE "AL" TO WS-FIS-TIPO
                       MOVE "F" TO WS-FIS-FORMA
                       COMPUTE WS-FIS-VALOR =
                           WS-CART-TOTAL - WS-PRD-TOTAL
                       MOVE SCLIENTE TO WS-FIS-CPF
                       PERFORM GRAVA-FISCAL-PROCEDURE
                   END-IF
                   IF WS-PRD-TOTAL > ZEROES
                       MOVE "PR" TO WS-FIS-TIPO
                       MOVE "F" TO WS-FIS-FORMA
                       MOVE WS-PRD-TOTAL TO WS-FIS-VALOR
                       MOVE SCLIENTE TO WS-FIS-CPF
                       PERFORM GRAVA-FISCAL-PROCEDURE
                   END-IF
                       PERFORM CAPTURA-PAGAMENTOS-PROCEDURE
                   END-IF
               END-IF
               PERFORM INDICACAO-PROCESSA-PROCEDURE
           END-IF.
           IF WS-CAUCAO-COBRADA > ZEROES
               DISPLAY BLANK-SCREEN
           CLOSE ARQ-FILMES.
           GO TO MAIN-PROCEDURE.
       MONTA-CARRINHO-PROCEDURE.
           MOVE SFILME TO WS-RL-FCOD.
           PERFORM RECALL-CONSULTA-PROCEDURE.
           IF WS-RL-ATIVO = "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "TITULO " SFILME " RETIRADO DE CIRCULACAO"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE SFILME TO FCOD.
           MOVE ZEROES TO FCOPIA.
           MOVE "N" TO WS-COPIA-LIVRE.
               MOVE FCATEGORIA TO WS-CART-FCAT (WS-CART-QTD)
               MOVE FFAIXA-ETARIA TO WS-CART-FAIXA (WS-CART-QTD)
               MOVE ZEROES TO WS-CART-RSEQ (WS-CART-QTD)
               MOVE FCOD TO WS-IT-FCOD
               PERFORM ITEMTIPO-CONSULTA-PROCEDURE
               MOVE WS-ITTIPO TO WS-CART-TIPO (WS-CART-QTD)
               MOVE FCOD TO WS-FCOD
               MOVE FCOPIA TO WS-FCOPIA
               MOVE FNOME TO WS-FNOME
               PERFORM CARREGA-ELENCO-PROCEDURE
               DISPLAY DADOSFILME
               ACCEPT INUTIL AT LINE 06 COL 03
               IF WS-ITACQTD > ZERO
                   PERFORM ACESSORIOS-ENTREGA-PROCEDURE
               END-IF
           ELSE
               IF WS-SEMCOPIA-QTD < 10
                   ADD 1 TO WS-SEMCOPIA-QTD
               UNTIL WS-CART-I > WS-CART-QTD
               PERFORM LE-PARAMETROS-PADRAO-PROCEDURE
               MOVE WS-CART-FCAT (WS-CART-I) TO WS-FCATEGORIA
               MOVE WS-CART-TIPO (WS-CART-I) TO WS-ITTIPO
               PERFORM LE-PARAMETROS-CATEGORIA-PROCEDURE
               MOVE WS-CART-FCOD (WS-CART-I) TO WS-TP-BUSCA
               PERFORM RESOLVE-PRECOTIT-PROCEDURE
                       MOVE WS-PROMO-COD TO WS-CART-PROMO (WS-CART-I)
                   END-IF
               END-IF
               IF WS-IN-PERC > ZERO
                   COMPUTE WS-CART-DESC (WS-CART-I) ROUNDED =
                       WS-CART-DESC (WS-CART-I) + (WS-VALOR-ALUGUEL
                       - WS-CART-DESC (WS-CART-I)) * WS-IN-PERC / 100
               END-IF
               COMPUTE WS-CART-TOTAL = WS-CART-TOTAL
                   + WS-VALOR-ALUGUEL - WS-CART-DESC (WS-CART-I)
               ADD WS-CART-DESC (WS-CART-I) TO WS-CART-TOTDESC
                   AND WS-CART-RSEQ (WS-CART-I) > ZEROES
                   MOVE "S" TO WS-COPIA-LIVRE
               END-IF
               IF FSTATUS = "E" AND WS-EN-ATIVO = "S"
                   MOVE "S" TO WS-COPIA-LIVRE
               END-IF
           END-IF.
           IF WS-COPIA-LIVRE <> "S"
               DISPLAY BLANK-SCREEN
           END-IF.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           MOVE FCATEGORIA TO WS-FCATEGORIA.
           MOVE WS-CART-TIPO (WS-CART-I) TO WS-ITTIPO.
           PERFORM LE-PARAMETROS-CATEGORIA-PROCEDURE.
           IF FSTATUS = "V" OR FSTATUS = "E"
               MOVE SPACE TO FSTATUS
           END-IF.
           IF WS-CART-INCL (WS-CART-I) = "S"
           MOVE WS-HOJE TO FDTALUG.
           MOVE WS-FDTDEV TO FDTDEV.
           MOVE WS-FDTDEV TO WS-CART-FDTDEV (WS-CART-I).
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM LOCABERTA-GRAVA-PROCEDURE.
           IF WS-CART-RSEQ (WS-CART-I) > ZEROES
               PERFORM CONSOME-RESERVA-PROCEDURE
           END-IF.
           MOVE "A" TO WS-HTIPO.
           PERFORM GRAVA-HISTORICO-PROCEDURE.
           PERFORM SUGESTAO-CONVERTE-PROCEDURE.
           IF WS-VALOR-COBRADO > ZERO
               ADD 1 TO WS-IN-PAGOS
           END-IF.
           IF (WS-CAUCAO-LIMIAR > ZEROES
               AND FCUSTO > WS-CAUCAO-LIMIAR)
               OR (WS-RS-CAUCAO = "S" AND FCUSTO > ZEROES)
               PERFORM CAUCAO-COBRA-PROCEDURE
           END-IF.
           MOVE "F" TO WS-TRAVA-TIPO.
               CLOSE ARQ-CAUCAO
               OPEN I-O ARQ-CAUCAO
           END-IF.
       JRN-ANTES-CLIENTES-PROCEDURE.
           MOVE REG-CLIENTES TO WS-JRN-DEPOIS.
           READ ARQ-CLIENTES KEY IS CCPF
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-CLIENTES TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-CLIENTES.
           MOVE "R" TO WS-JRN-OP.
       JRN-ANTES-FILMES-PROCEDURE.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           READ ARQ-FILMES KEY IS FCHAVE
               INVALID KEY
                   MOVE SPACES TO WS-JRN-ANTES
               NOT INVALID KEY
                   MOVE REG-FILMES TO WS-JRN-ANTES
           END-READ.
           MOVE WS-JRN-DEPOIS TO REG-FILMES.
           MOVE "R" TO WS-JRN-OP.
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
       JRN-NOVO-PROCEDURE.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "W" TO WS-JRN-OP.
       JRN-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO.
           MOVE REG-CLIENTES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE REG-FILMES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-RECEBER-PROCEDURE.
           MOVE "RECEBER" TO WS-JRN-ARQUIVO.
           MOVE REG-RECEBER TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-EXCLUI-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO.
           MOVE "D" TO WS-JRN-OP.
           MOVE REG-CLIENTES TO WS-JRN-ANTES.
           MOVE SPACES TO WS-JRN-DEPOIS.
       JRN-EXCLUI-FILMES-PROCEDURE.
           MOVE "FILMES" TO WS-JRN-ARQUIVO.
           MOVE "D" TO WS-JRN-OP.
           MOVE REG-FILMES TO WS-JRN-ANTES.
           MOVE SPACES TO WS-JRN-DEPOIS.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "LOCADORA" TO WS-JRN-PROGRAMA
               MOVE WS-SEMPID-LOGADO TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       LOCABERTA-ABRIR-PROCEDURE.
           OPEN I-O ARQ-LOCABERTA.
           IF WS-FS = "35"
               CLOSE ARQ-LOCABERTA
               OPEN OUTPUT ARQ-LOCABERTA
               CLOSE ARQ-LOCABERTA
               OPEN I-O ARQ-LOCABERTA
           END-IF.
       LOCABERTA-GRAVA-PROCEDURE.
           MOVE WS-FS TO WS-LA-FS.
           PERFORM LOCABERTA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE FCOD TO LAFCOD
               MOVE FCOPIA TO LAFCOPIA
               READ ARQ-LOCABERTA KEY IS LAFCHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-LOCABERTA RECORD
               END-READ
               MOVE FACPF TO LACPF
               MOVE FCOD TO LAFCOD
               MOVE FCOPIA TO LAFCOPIA
               MOVE FDTALUG TO LADTALUG
               MOVE FDTDEV TO LADTDEV
               MOVE FFILIAL TO LAFILIAL
               WRITE REG-LOCABERTA
           END-IF.
           CLOSE ARQ-LOCABERTA.
           MOVE WS-LA-FS TO WS-FS.
       LOCABERTA-BAIXA-PROCEDURE.
           MOVE WS-FS TO WS-LA-FS.
           PERFORM LOCABERTA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE FCOD TO LAFCOD
               MOVE FCOPIA TO LAFCOPIA
               READ ARQ-LOCABERTA KEY IS LAFCHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE ARQ-LOCABERTA RECORD
               END-READ
           END-IF.
           CLOSE ARQ-LOCABERTA.
           MOVE WS-LA-FS TO WS-FS.
       CAUCAO-COBRA-PROCEDURE.
           PERFORM CAUCAO-ABRIR-PROCEDURE.
           IF WS-FS = 0
                   END-READ
                   IF WS-EOF <> "Y"
                       IF RFCOD = WS-SEMCOPIA-FCOD (WS-CART-J)
                           MOVE "N" TO WS-FM-ACHOU
                           IF RSTATUS = "A" AND RCPF <> SCLIENTE
                               AND WS-FM-AUTORIZA = "S"
                               MOVE RCPF TO WS-FM-TESTE
                               PERFORM FAMILIA-MEMBRO-PROCEDURE
                           END-IF
                           IF RSTATUS = "A" AND
                               (RCPF = SCLIENTE OR WS-FM-ACHOU = "S")
                               MOVE "S" TO WS-RES-ACHOU
                               MOVE RCOPIA TO WS-RES-COPIA
                               MOVE RSEQ TO WS-RES-RSEQ
           MOVE FCATEGORIA TO WS-CART-FCAT (WS-CART-QTD).
           MOVE FFAIXA-ETARIA TO WS-CART-FAIXA (WS-CART-QTD).
           MOVE WS-RES-RSEQ TO WS-CART-RSEQ (WS-CART-QTD).
           MOVE FCOD TO WS-IT-FCOD.
           PERFORM ITEMTIPO-CONSULTA-PROCEDURE.
           MOVE WS-ITTIPO TO WS-CART-TIPO (WS-CART-QTD).
           MOVE ZEROES TO WS-SEMCOPIA-FCOD (WS-CART-J).
       GRAVA-HISTORICO-PROCEDURE.
           PERFORM CHECA-PERIODO-PROCEDURE.
                           MOVE PDIAS-RESERVA TO WS-DIAS-RESERVA
                       END-IF
                       MOVE PCAUCAO-LIMIAR TO WS-CAUCAO-LIMIAR
                       IF PTAXA-CARTAO > ZERO
                           MOVE PTAXA-CARTAO TO WS-KT-TAXA-PAR
                       END-IF
                       IF PINDICA-QTD > ZERO
                           MOVE PINDICA-QTD TO WS-IN-QTD-PAR
                       END-IF
                       IF PINDICA-CREDITO > ZERO
                           MOVE PINDICA-CREDITO TO WS-IN-CREDITO-PAR
                       END-IF
                       IF PINDICA-DESC > ZERO
                           MOVE PINDICA-DESC TO WS-IN-DESC-PAR
                       END-IF
                       IF PRISCO-LIM-B > ZERO
                           MOVE PRISCO-LIM-B TO WS-RS-LIM-B-PAR
                       END-IF
                       IF PRISCO-LIM-C > ZERO
                           MOVE PRISCO-LIM-C TO WS-RS-LIM-C-PAR
                       END-IF
                       IF PRISCO-LIM-D > ZERO
                           MOVE PRISCO-LIM-D TO WS-RS-LIM-D-PAR
                       END-IF
                       IF PRISCO-CAUCAO <> SPACES
                           MOVE PRISCO-CAUCAO TO WS-RS-CAUCAO-PAR
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.
       LE-PARAMETROS-CATEGORIA-PROCEDURE.
           MOVE WS-PARAM-DATA TO WS-IT-PDATA.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE WS-FCATEGORIA TO PCATEGORIA
               CLOSE ARQ-PARAMETROS
           END-IF.
           PERFORM RESOLVE-PARAMVIG-PROCEDURE.
           PERFORM ITEMTIPO-PARAMETROS-PROCEDURE.
       RESOLVE-PARAMVIG-PROCEDURE.
           IF WS-PARAM-DATA = ZEROES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               WHEN "C"
                   COMPUTE SCLIENTE =
                       FUNCTION NUMVAL (WS-BARRAS-LIMPO (2:11))
               WHEN "P"
               WHEN "R"
               WHEN "p"
               WHEN "r"
                   PERFORM BUSCA-CLIENTE-DOC-PROCEDURE
               WHEN "K"
               WHEN "k"
                   PERFORM CARTAO-LEITURA-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       MOVE WS-FCATEGORIA TO FCATEGORIA
                       MOVE WS-FFAIXA-ETARIA TO FFAIXA-ETARIA
                       MOVE WS-FSIN TO FSIN
                       PERFORM JRN-ANTES-FILMES-PROCEDURE
                       REWRITE REG-FILMES
                       PERFORM JRN-FILMES-PROCEDURE
                   ELSE
                       MOVE "Y" TO WS-EOF
                   END-IF
       OCORRENCIA-ALERTA-PROCEDURE.
           MOVE ZERO TO WS-OC-CNT.
           MOVE "N" TO WS-OC-BLOQ.
           PERFORM RISCO-CONSULTA-PROCEDURE.
           OPEN INPUT ARQ-OCORRENCIA.
           IF WS-FS <> 0
               CLOSE ARQ-OCORRENCIA
           END-PERFORM.
           CLOSE ARQ-OCORRENCIA.
           IF WS-OC-CNT > ZERO
               OR WS-RS-FAIXA = "B" OR WS-RS-FAIXA = "C"
               OR WS-RS-FAIXA = "D"
               IF WS-OC-CNT = ZERO
                   DISPLAY BLANK-SCREEN
               END-IF
               PERFORM RISCO-EXIBE-PROCEDURE
               IF WS-OC-BLOQ = "S"
                   DISPLAY "OCORRENCIA BLOQUEANTE: LIBERACAO DO"
                   DISPLAY "SUPERVISOR NECESSARIA"
                       END-IF
                   END-IF
           END-READ.
           PERFORM FAMILIA-DEVEDOR-PROCEDURE.
       VALIDA-RESPONSAVEL-CAD-PROCEDURE.
           MOVE "S" TO WS-RESP-VALIDO.
           IF WS-CTIPO = "J" OR WS-CTIPO = "j"
               CLOSE ARQ-FILMES
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE FCOD TO WS-RL-FCOD.
           PERFORM RECALL-CONSULTA-PROCEDURE.
           IF WS-RL-ATIVO = "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "TITULO RETIRADO DE CIRCULACAO, RENOVACAO"
               DISPLAY "NAO PERMITIDA. DEVOLVA A COPIA"
               ACCEPT INUTIL AT LINE 04 COL 01
               CLOSE ARQ-FILMES
               GO TO MAIN-PROCEDURE
           END-IF.
           MOVE FCOD TO RFCOD.
           MOVE ZEROES TO RSEQ.
           MOVE "N" TO WS-RES-FOUND.
           END-IF.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           MOVE FCATEGORIA TO WS-FCATEGORIA.
           MOVE FCOD TO WS-IT-FCOD.
           PERFORM ITEMTIPO-CONSULTA-PROCEDURE.
           PERFORM LE-PARAMETROS-CATEGORIA-PROCEDURE.
           COMPUTE WS-JULIANO-VENC = FUNCTION INTEGER-OF-DATE (FDTDEV).
           COMPUTE WS-JULIANO = WS-JULIANO-VENC + WS-DIAS-ALUGUEL.
           PERFORM PULA-DIAS-FECHADOS-PROCEDURE.
           COMPUTE FDTDEV = FUNCTION DATE-OF-INTEGER (WS-JULIANO).
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM LOCABERTA-GRAVA-PROCEDURE.
           MOVE FCOD TO WS-FCOD.
           MOVE FNOME TO WS-FNOME.
           MOVE FDTDEV TO WS-FDTDEV.
       DEVOLVER-PROCEDURE.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           MOVE ZEROES TO WS-DEVT-TRANS.
           MOVE ZEROES TO WS-FM-PORTADOR.
           DISPLAY DEVOLVER.
           ACCEPT DEVOLVER.
           PERFORM DECODIFICA-BARRAS-PROCEDURE.
               INVALID KEY DISPLAY "ERRO" AT LINE 20 COL 01
           END-START
           READ ARQ-FILMES.
           MOVE FCOD TO WS-IT-FCOD.
           PERFORM ITEMTIPO-CONSULTA-PROCEDURE.
           IF FACPF <> ZEROES
               PERFORM DISCOS-CONFERE-PROCEDURE
               IF WS-DS-FALTAM > ZERO
                   CLOSE ARQ-FILMES
                   GO TO MAIN-PROCEDURE
               END-IF
               PERFORM ACESSORIOS-CONFERE-PROCEDURE
               IF WS-IT-FALTAM > ZERO
                   CLOSE ARQ-FILMES
                   GO TO MAIN-PROCEDURE
               END-IF
           END-IF.
           MOVE FCOD TO WS-FCOD.
           MOVE FCOPIA TO WS-FCOPIA.
           MOVE FNOME TO WS-FNOME.
           MOVE ZERO TO WS-AV-NOTA.
           DISPLAY DEVOLVER2.
           ACCEPT DEVOLVER2.
           IF DCONF = "S" AND WS-FM-PORTADOR > ZEROES
               AND WS-FM-PORTADOR <> WS-FACPF
               PERFORM FAMILIA-PORTADOR-PROCEDURE
           END-IF.
           IF DCONF = "S"
               IF WS-AV-NOTA >= 1 AND WS-AV-NOTA <= 5
                   PERFORM GRAVA-AVALIA-PROCEDURE
               END-IF
               PERFORM CAUCAO-FINALIZA-PROCEDURE
               PERFORM EMITE-RECIBO-DEVOLUCAO-PROCEDURE
               PERFORM RECALL-DEVOLUCAO-PROCEDURE
               MOVE ZEROES TO FACPF
               MOVE ZEROES TO FDTALUG
               MOVE ZEROES TO FDTDEV
               PERFORM JRN-ANTES-FILMES-PROCEDURE
               REWRITE REG-FILMES
               PERFORM JRN-FILMES-PROCEDURE
               PERFORM LOCABERTA-BAIXA-PROCEDURE
               IF FSTATUS NOT = SPACE
                   CONTINUE
               ELSE
                   PERFORM PROMOVE-RESERVA-DEVOLVER-PROCEDURE
               END-IF
               PERFORM LOCAL-GUARDA-PROCEDURE
               MOVE ZEROES TO WS-FM-PORTADOR
           ELSE
               DISPLAY BLANK-SCREEN
               DISPLAY "DEVOLUÇÃO CANCELADA"
                       FUNCTION DATE-OF-INTEGER (WS-JULIANO)
                   REWRITE REG-RESERVA
                   MOVE "V" TO FSTATUS
                   PERFORM JRN-ANTES-FILMES-PROCEDURE
                   REWRITE REG-FILMES
                   PERFORM JRN-FILMES-PROCEDURE
               END-IF
               CLOSE ARQ-RESERVA
           END-IF.
           IF DCONF <> "S" AND DCONF <> "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISCOS-CONFERE-PROCEDURE.
           IF WS-DS-FALTAM > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO WS-IT-FCOD.
           PERFORM ITEMTIPO-CONSULTA-PROCEDURE.
           PERFORM ACESSORIOS-CONFERE-PROCEDURE.
           IF WS-IT-FALTAM > ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           MOVE FDTALUG TO WS-PARAM-DATA.
           MOVE FCATEGORIA TO WS-FCATEGORIA.
           MOVE "S" TO WS-DL-MARCA (WS-DL-I).
           ADD WS-MULTA TO WS-DL-MULTA-TOT.
           ADD 1 TO WS-DL-DEVOLVIDOS.
           PERFORM RECALL-DEVOLUCAO-PROCEDURE.
           MOVE ZEROES TO FACPF.
           MOVE ZEROES TO FDTALUG.
           MOVE ZEROES TO FDTDEV.
           MOVE WS-FILIAL-LOGADA TO FFILIAL.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM LOCABERTA-BAIXA-PROCEDURE.
           IF FSTATUS = SPACE
               PERFORM PROMOVE-RESERVA-DEVOLVER-PROCEDURE
           END-IF.
           PERFORM LOCAL-GUARDA-PROCEDURE.
       EMITE-RECIBO-DEVLOTE-PROCEDURE.
           MOVE "R" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           DISPLAY PAGARMULTA.
           ACCEPT PAGARMULTA.
           PERFORM DECODIFICA-BARRAS-PROCEDURE.
           IF SCLIENTE = ZEROES
               OPEN INPUT ARQ-CLIENTES
               IF WS-FS = 0
           IF SCLIENTE = ZEROES
               GO TO MAIN-PROCEDURE
           END-IF.
           PERFORM FAMILIA-PAGADOR-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               PERFORM RECEBER-PAGAR-PLANO-PROCEDURE
               IF WS-MR-EFET-PLANO > ZEROES
                   IF WS-MR-FORMA <> "C" AND WS-MR-FORMA <> "c"
                       AND WS-MR-FORMA <> "X" AND WS-MR-FORMA <> "x"
                       AND WS-MR-FORMA <> "Q" AND WS-MR-FORMA <> "q"
                       MOVE "D" TO WS-MR-FORMA
                   END-IF
                   MOVE SCLIENTE TO WS-MV-CPF
               MOVE WS-MR-EFETIVO TO WS-PA-PAGO
               PERFORM PARCELA-BAIXA-PROCEDURE
               IF WS-MR-FORMA <> "C" AND WS-MR-FORMA <> "c"
                   AND WS-MR-FORMA <> "X" AND WS-MR-FORMA <> "x"
                   AND WS-MR-FORMA <> "Q" AND WS-MR-FORMA <> "q"
                   MOVE "D" TO WS-MR-FORMA
               END-IF
               MOVE SCLIENTE TO WS-MV-CPF
                       MOVE FCATEGORIA TO WS-FCATEGORIA
                       MOVE FFAIXA-ETARIA TO WS-FFAIXA-ETARIA
                       MOVE FSIN TO WS-FSIN
                       MOVE FCOD TO WS-IT-FCOD
                       PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                       IF DCONF = "S" OR DCONF = "s"
                           MOVE SPACES TO WS-LINHA
                           STRING FCOD FCOPIA " " FNOME " " FCATEGORIA
                               " " WS-ITTIPO-DESC
                               " FILIAL " FFILIAL
                               DELIMITED BY SIZE INTO WS-LINHA
                           MOVE WS-LINHA TO WS-REP-LINHA
                       MOVE CTIPO TO WS-CTIPO
                       MOVE CCNPJ TO WS-CCNPJ
                       IF DCONF = "S" OR DCONF = "s"
                           PERFORM FORMATA-CCPF-PROCEDURE
                           MOVE SPACES TO WS-LINHA
                           STRING WS-CCPF-FMT " " CNOME " " CTEL " "
                               CEMAIL
                               DELIMITED BY SIZE INTO WS-LINHA
                           MOVE WS-LINHA TO WS-REP-LINHA
                           MOVE "L" TO WS-REP-OP
                   END-STRING
                   MOVE "ALUGADOS" TO WS-RC-TIPO
                   MOVE "FILMES ALUGADOS" TO WS-REP-TITULO
                   MOVE "CODIGO/COPIA TITULO TIPO CLIENTE CPF"
                       TO WS-REP-COLUNAS
                   PERFORM CHECKPOINT-ABRIR-PROCEDURE
                   MOVE "3" TO CKTIPO
                               NOT INVALID KEY READ ARQ-CLIENTES
                           END-START
                           MOVE CNOME TO WS-CNOME
                           MOVE FCOD TO WS-IT-FCOD
                           PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                           IF DCONF = "S" OR DCONF = "s"
                               MOVE SPACES TO WS-LINHA
                               STRING FCOD FCOPIA " " FNOME " "
                                   WS-ITTIPO-DESC " " CNOME
                                   " " FACPF
                                   DELIMITED BY SIZE INTO WS-LINHA
                               MOVE WS-LINHA TO WS-REP-LINHA
                           MOVE FCATEGORIA TO WS-FCATEGORIA
                           MOVE FFAIXA-ETARIA TO WS-FFAIXA-ETARIA
                           MOVE FSIN TO WS-FSIN
                           MOVE FCOD TO WS-IT-FCOD
                           PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                           PERFORM CALCULA-AVALIA-MEDIA-PROCEDURE
                           PERFORM CARREGA-ELENCO-PROCEDURE
                           DISPLAY DADOSFILME
                           MOVE FNOME TO WS-FNOME
                           MOVE FFAIXA-ETARIA TO WS-FFAIXA-ETARIA
                           MOVE FSIN TO WS-FSIN
                           MOVE FCOD TO WS-IT-FCOD
                           PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                           PERFORM CALCULA-AVALIA-MEDIA-PROCEDURE
                           PERFORM CARREGA-ELENCO-PROCEDURE
                           DISPLAY DADOSFILME
               WHEN 12
                   DISPLAY EXTRATO
                   ACCEPT EXTRATO
                   PERFORM DECODIFICA-BARRAS-PROCEDURE
                   IF SCLIENTE = ZEROES
                       OPEN INPUT ARQ-CLIENTES
                       IF WS-FS = 0
       PAINEL-CLIENTE-PROCEDURE.
           DISPLAY EXTRATO.
           ACCEPT EXTRATO.
           PERFORM DECODIFICA-BARRAS-PROCEDURE.
           IF SCLIENTE = ZEROES
               OPEN INPUT ARQ-CLIENTES
               IF WS-FS = 0
           MOVE CNOME TO WS-CNOME.
           MOVE CCPF TO WS-CCPF.
           PERFORM FORMATA-CCPF-PROCEDURE.
           IF CTIPO <> "J" AND CTIPO <> "j"
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               COMPUTE WS-IDADE-CLIENTE =
                   (WS-HOJE - CNASCIMENTO) / 10000
           ELSE
               MOVE 999 TO WS-IDADE-CLIENTE
           END-IF.
           CLOSE ARQ-CLIENTES.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           MOVE SCLIENTE TO MRCPF.
           PERFORM PAINEL-RESERVAS-PROCEDURE.
           PERFORM PAINEL-ALUGUEIS-PROCEDURE.
           PERFORM PAINEL-HISTORICO-PROCEDURE.
           MOVE SCLIENTE TO WS-KT-CPF.
           PERFORM CARTAO-CONSULTA-PROCEDURE.
           MOVE SCLIENTE TO WS-FM-CPF.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
           PERFORM FAMILIA-RESUMO-PROCEDURE.
           MOVE SPACES TO WS-SUG-LINHA.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS = 0
               MOVE "P" TO WS-SUG-ORIGEM
               PERFORM SUGESTAO-MONTA-PROCEDURE
               PERFORM SUGESTAO-LINHA-PROCEDURE
           END-IF.
           CLOSE ARQ-FILMES.
           DISPLAY CLIENTE360.
           MOVE SPACE TO WS-KT-OPCAO.
           ACCEPT WS-KT-OPCAO AT LINE 20 COL 22.
           EVALUATE WS-KT-OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CARTAO-EMITE-PROCEDURE
               WHEN "B"
               WHEN "b"
                   PERFORM CARTAO-BLOQUEIA-PROCEDURE
               WHEN "F"
               WHEN "f"
                   MOVE SCLIENTE TO WS-FM-CPF
                   PERFORM FAMILIA-MANTER-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CONSENT-EDITA-PROCEDURE.
           MOVE "N" TO WS-CN-EMAIL.
           MOVE "N" TO WS-CN-SMS.
       PARCELA-NEGOCIA-PROCEDURE.
           DISPLAY PAGARMULTA.
           ACCEPT PAGARMULTA.
           PERFORM DECODIFICA-BARRAS-PROCEDURE.
           IF SCLIENTE = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-C360-ALS.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS = 0
               OPEN INPUT ARQ-LOCABERTA
               IF WS-FS = 0
                   MOVE SCLIENTE TO LACPF
                   MOVE ZEROES TO LAFCHAVE
                   START ARQ-LOCABERTA KEY IS NOT LESS THAN LACHAVE
                       INVALID KEY MOVE "Y" TO WS-EOF
                       NOT INVALID KEY MOVE "N" TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ARQ-LOCABERTA NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF
                       END-READ
                       IF WS-EOF = "N" AND (LACPF <> SCLIENTE
                           OR WS-C360-AL-QTD NOT < 5)
                           MOVE "Y" TO WS-EOF
                       END-IF
                       IF WS-EOF = "N"
                           MOVE LAFCOD TO FCOD
                           MOVE LAFCOPIA TO FCOPIA
                           READ ARQ-FILMES
                               INVALID KEY
                                   MOVE SPACES TO FNOME
                           END-READ
                           ADD 1 TO WS-C360-AL-QTD
                           STRING LAFCOD "/" LAFCOPIA " " FNOME (1:40)
                               " DEVOLVER ATE " LADTDEV
                               DELIMITED BY SIZE
                               INTO WS-C360-AL (WS-C360-AL-QTD)
                           END-STRING
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ARQ-LOCABERTA
               CLOSE ARQ-FILMES
           END-IF.
       PAINEL-HISTORICO-PROCEDURE.
                       MOVE WS-FILIAL-LOGADA TO TVFILIAL
                       ACCEPT TVDATA FROM DATE YYYYMMDD
                       ACCEPT TVHORA FROM TIME
                       MOVE WS-TERMINAL TO TVTERMINAL
                       WRITE REG-TRAVAS
                   NOT INVALID KEY
                       MOVE WS-SEMPID-LOGADO TO TVEMPID
                       MOVE WS-FILIAL-LOGADA TO TVFILIAL
                       ACCEPT TVDATA FROM DATE YYYYMMDD
                       ACCEPT TVHORA FROM TIME
                       MOVE WS-TERMINAL TO TVTERMINAL
                       REWRITE REG-TRAVAS
               END-READ
               CLOSE ARQ-TRAVAS
                       MOVE SPACES TO WS-TRAVA-QUEM
                       STRING "EM USO POR OPERADOR " TVEMPID
                           " FILIAL " TVFILIAL
                           " TERMINAL " TVTERMINAL
                           " DESDE " TVHORA
                           DELIMITED BY SIZE INTO WS-TRAVA-QUEM
                       END-STRING
                   DISPLAY TVTIPO " " TVREGISTRO
                       " OPERADOR " TVEMPID
                       " FILIAL " TVFILIAL
                       " TERMINAL " TVTERMINAL
                       " " TVDATA " " TVHORA
               END-IF
           END-PERFORM.
                   MOVE WS-MULTA TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD WS-MULTA TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           PERFORM TRAVA-LIBERA-PROCEDURE.
           MOVE WS-MULTA TO WS-RI-VALOR.
                       MOVE WS-MR-PAGTO-PLANO TO WS-MR-EFET-PLANO
                       SUBTRACT WS-MR-PAGTO-PLANO FROM MRSALDO-PLANO
                   END-IF
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           PERFORM TRAVA-LIBERA-PROCEDURE.
       RECEBER-PAGAR-PROCEDURE.
                   ELSE
                       SUBTRACT WS-MR-PAGTO FROM MRSALDO
                   END-IF
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           PERFORM TRAVA-LIBERA-PROCEDURE.
       GRAVA-RECEBITEM-PROCEDURE.
           END-IF.
           MOVE SNUMERO TO WS-SEQ-NUMERO.
           CLOSE ARQ-SEQUENCIA.
       RECALL-CONSULTA-PROCEDURE.
           MOVE "N" TO WS-RL-ATIVO.
           OPEN INPUT ARQ-RECALL.
           IF WS-FS = 0
               MOVE WS-RL-FCOD TO RLFCOD
               READ ARQ-RECALL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RLSTATUS = "A"
                           MOVE "S" TO WS-RL-ATIVO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-RECALL.
           MOVE 00 TO WS-FS.
       ITEMTIPO-CONSULTA-PROCEDURE.
           MOVE "F" TO WS-ITTIPO.
           MOVE SPACES TO WS-ITPLATAFORMA.
           MOVE "N" TO WS-ITMULTI.
           MOVE ZERO TO WS-ITACQTD.
           MOVE SPACES TO WS-ITACESS-TAB.
           OPEN INPUT ARQ-ITEMTIPO.
           IF WS-FS = 0
               MOVE WS-IT-FCOD TO ITFCOD
               READ ARQ-ITEMTIPO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITTIPO TO WS-ITTIPO
                       MOVE ITPLATAFORMA TO WS-ITPLATAFORMA
                       MOVE ITMULTI TO WS-ITMULTI
                       MOVE ITACQTD TO WS-ITACQTD
                       MOVE ITACESS-TAB TO WS-ITACESS-TAB
               END-READ
           END-IF.
           CLOSE ARQ-ITEMTIPO.
           MOVE 00 TO WS-FS.
           PERFORM ITEMTIPO-DESCRICAO-PROCEDURE.
       ITEMTIPO-DESCRICAO-PROCEDURE.
           EVALUATE WS-ITTIPO
               WHEN "J"
                   MOVE "JOGO" TO WS-ITTIPO-DESC
               WHEN "C"
                   MOVE "CONSOLE" TO WS-ITTIPO-DESC
               WHEN OTHER
                   MOVE "FILME" TO WS-ITTIPO-DESC
           END-EVALUATE.
       ITEMTIPO-ACESSORIOS-PROCEDURE.
           MOVE FUNCTION UPPER-CASE (WS-ITTIPO) TO WS-ITTIPO.
           MOVE FUNCTION UPPER-CASE (WS-ITMULTI) TO WS-ITMULTI.
           IF WS-ITTIPO <> "J" AND WS-ITTIPO <> "C"
               MOVE "F" TO WS-ITTIPO
           END-IF.
           IF WS-ITMULTI <> "S"
               MOVE "N" TO WS-ITMULTI
           END-IF.
           IF WS-ITACQTD > 8
               MOVE 8 TO WS-ITACQTD
           END-IF.
           PERFORM VARYING WS-IT-I FROM 1 BY 1
               UNTIL WS-IT-I > WS-ITACQTD
               DISPLAY BLANK-SCREEN
               DISPLAY "ACESSORIO " WS-IT-I " DE " WS-ITACQTD
                   " (ENTER MANTEM): " WS-ITACESS (WS-IT-I)
                   AT LINE 01 COL 01
               MOVE SPACES TO WS-IT-ENTRADA
               ACCEPT WS-IT-ENTRADA AT LINE 03 COL 01
               IF WS-IT-ENTRADA <> SPACES
                   MOVE WS-IT-ENTRADA TO WS-ITACESS (WS-IT-I)
               END-IF
               IF WS-ITACESS (WS-IT-I) = SPACES
                   MOVE "ACESSORIO" TO WS-ITACESS (WS-IT-I)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IT-I FROM WS-ITACQTD BY 1
               UNTIL WS-IT-I >= 8
               MOVE SPACES TO WS-ITACESS (WS-IT-I + 1)
           END-PERFORM.
       ITEMTIPO-GRAVA-PROCEDURE.
           PERFORM ITEMTIPO-ACESSORIOS-PROCEDURE.
           OPEN I-O ARQ-ITEMTIPO.
           IF WS-FS = "35"
               CLOSE ARQ-ITEMTIPO
               OPEN OUTPUT ARQ-ITEMTIPO
               CLOSE ARQ-ITEMTIPO
               OPEN I-O ARQ-ITEMTIPO
           END-IF.
           IF WS-FS <> 0
               CLOSE ARQ-ITEMTIPO
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO ITFCOD.
           READ ARQ-ITEMTIPO
               INVALID KEY
                   IF WS-ITTIPO <> "F" OR WS-ITACQTD > ZERO
                       PERFORM ITEMTIPO-MOVE-PROCEDURE
                       WRITE REG-ITEMTIPO
                   END-IF
               NOT INVALID KEY
                   IF WS-ITTIPO <> "F" OR WS-ITACQTD > ZERO
                       PERFORM ITEMTIPO-MOVE-PROCEDURE
                       REWRITE REG-ITEMTIPO
                   ELSE
                       IF WS-IT-EDITA = "S"
                           DELETE ARQ-ITEMTIPO RECORD
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-ITEMTIPO.
           MOVE "N" TO WS-IT-EDITA.
           MOVE 00 TO WS-FS.
       ITEMTIPO-MOVE-PROCEDURE.
           MOVE FCOD TO ITFCOD.
           MOVE WS-ITTIPO TO ITTIPO.
           MOVE WS-ITPLATAFORMA TO ITPLATAFORMA.
           MOVE WS-ITMULTI TO ITMULTI.
           MOVE WS-ITACQTD TO ITACQTD.
           MOVE WS-ITACESS-TAB TO ITACESS-TAB.
       ITEMTIPO-PARAMETROS-PROCEDURE.
           IF WS-ITTIPO <> "J" AND WS-ITTIPO <> "C"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITTIPO = "J"
               MOVE "JOGO" TO WS-IT-CHAVE
           ELSE
               MOVE "CONSOLE" TO WS-IT-CHAVE
           END-IF.
           OPEN INPUT ARQ-PARAMETROS.
           IF WS-FS = 0
               MOVE WS-IT-CHAVE TO PCATEGORIA
               READ ARQ-PARAMETROS
                   KEY IS PCATEGORIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PDIAS-ALUGUEL TO WS-DIAS-ALUGUEL
                       MOVE PVALOR-MULTA-DIA TO WS-VALOR-MULTA-DIA
                       MOVE PVALOR-ALUGUEL TO WS-VALOR-ALUGUEL
                       MOVE PCAUCAO-LIMIAR TO WS-CAUCAO-LIMIAR
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.
           MOVE WS-FCATEGORIA TO WS-IT-CATEG.
           MOVE WS-IT-CHAVE TO WS-FCATEGORIA.
           MOVE WS-IT-PDATA TO WS-PARAM-DATA.
           PERFORM RESOLVE-PARAMVIG-PROCEDURE.
           MOVE WS-IT-CATEG TO WS-FCATEGORIA.
       ACESSORIOS-ENTREGA-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY WS-ITTIPO-DESC " " WS-ITPLATAFORMA
               " - ENTREGAR COM OS ACESSORIOS:" AT LINE 01 COL 01.
           PERFORM VARYING WS-IT-I FROM 1 BY 1
               UNTIL WS-IT-I > WS-ITACQTD
               DISPLAY "  " WS-IT-I " " WS-ITACESS (WS-IT-I)
           END-PERFORM.
           ACCEPT INUTIL AT LINE 12 COL 01.
       ACESSORIOS-CONFERE-PROCEDURE.
           MOVE ZERO TO WS-IT-FALTAM.
           IF WS-ITACQTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DS-LISTA.
           MOVE 1 TO WS-DS-PTR.
           PERFORM VARYING WS-IT-I FROM 1 BY 1
               UNTIL WS-IT-I > WS-ITACQTD
               DISPLAY BLANK-SCREEN
               DISPLAY "CONFERENCIA DE ACESSORIOS - " WS-ITTIPO-DESC
                   AT LINE 01 COL 01
               DISPLAY WS-ITACESS (WS-IT-I) " DEVOLVIDO? (S/N): "
                   AT LINE 03 COL 01
               MOVE SPACE TO WS-IT-RESP
               ACCEPT WS-IT-RESP AT LINE 03 COL 41
               IF WS-IT-RESP <> "S" AND WS-IT-RESP <> "s"
                   ADD 1 TO WS-IT-FALTAM
                   MOVE WS-IT-I TO WS-DS-DISCO
                   STRING WS-DS-DISCO " " DELIMITED BY SIZE
                       INTO WS-DS-LISTA WITH POINTER WS-DS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-IT-FALTAM > ZERO
               DISPLAY BLANK-SCREEN
               DISPLAY "DEVOLUCAO RECUSADA - FALTAM OS ACESSORIOS: "
                   WS-DS-LISTA
               DISPLAY "O ALUGUEL CONTINUA ABERTO ATE A DEVOLUCAO DE"
                   " TODOS OS ACESSORIOS. AVISE O CLIENTE."
               ACCEPT INUTIL AT LINE 04 COL 01
           END-IF.
       DISCOS-CONSULTA-PROCEDURE.
           MOVE 1 TO WS-FDISCOS.
           OPEN INPUT ARQ-DISCOS.
           IF WS-FS = 0
               MOVE FCOD TO DSFCOD
               MOVE FCOPIA TO DSFCOPIA
               READ ARQ-DISCOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSQTD TO WS-FDISCOS
               END-READ
           END-IF.
           CLOSE ARQ-DISCOS.
           MOVE 00 TO WS-FS.
       DISCOS-GRAVA-PROCEDURE.
           IF WS-FDISCOS > 20
               MOVE 20 TO WS-FDISCOS
           END-IF.
           OPEN I-O ARQ-DISCOS.
           IF WS-FS = "35"
               CLOSE ARQ-DISCOS
               OPEN OUTPUT ARQ-DISCOS
               CLOSE ARQ-DISCOS
               OPEN I-O ARQ-DISCOS
           END-IF.
           IF WS-FS <> 0
               CLOSE ARQ-DISCOS
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO DSFCOD.
           MOVE FCOPIA TO DSFCOPIA.
           READ ARQ-DISCOS
               INVALID KEY
                   IF WS-FDISCOS > 1
                       MOVE WS-FDISCOS TO DSQTD
                       MOVE ZEROES TO DSFALTAQTD
                       MOVE SPACES TO DSFALTA-TAB
                       MOVE ZEROES TO DSCPF
                       MOVE ZEROES TO DSDTPARCIAL
                       WRITE REG-DISCOS
                   END-IF
               NOT INVALID KEY
                   IF DSFALTAQTD > ZERO
                       DISPLAY "COPIA COM DISCOS PENDENTES, QUANTIDADE"
                           " MANTIDA" AT LINE 22 COL 01
                   ELSE
                       IF WS-FDISCOS > 1
                           MOVE WS-FDISCOS TO DSQTD
                           REWRITE REG-DISCOS
                       ELSE
                           DELETE ARQ-DISCOS RECORD
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-DISCOS.
           MOVE 00 TO WS-FS.
       DISCOS-CONFERE-PROCEDURE.
           MOVE ZERO TO WS-DS-FALTAM.
           MOVE "N" TO WS-DS-EXISTE.
           OPEN I-O ARQ-DISCOS.
           IF WS-FS <> 0
               CLOSE ARQ-DISCOS
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO DSFCOD.
           MOVE FCOPIA TO DSFCOPIA.
           READ ARQ-DISCOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-DS-EXISTE
           END-READ.
           IF WS-DS-EXISTE <> "S" OR DSQTD <= 1
               CLOSE ARQ-DISCOS
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DS-LIDO-TAB.
           PERFORM VARYING WS-DS-I FROM 1 BY 1 UNTIL WS-DS-I > DSQTD
               IF DSFALTAQTD > ZERO AND DSFALTA (WS-DS-I) <> "F"
                   MOVE "S" TO WS-DS-LIDO (WS-DS-I)
               ELSE
                   MOVE "N" TO WS-DS-LIDO (WS-DS-I)
               END-IF
           END-PERFORM.
           DISPLAY BLANK-SCREEN.
           DISPLAY "CAIXA COM " DSQTD " DISCOS. LEIA O CODIGO DE CADA"
               " DISCO DEVOLVIDO" AT LINE 01 COL 01.
           IF DSFALTAQTD > ZERO
               DISPLAY "DEVOLUCAO PARCIAL EM " DSDTPARCIAL ", FALTAM "
                   DSFALTAQTD " DISCO(S)" AT LINE 02 COL 01
           END-IF.
           DISPLAY "(ENTER EM BRANCO ENCERRA A CONFERENCIA)"
               AT LINE 03 COL 01.
           MOVE "S" TO WS-DS-CONTINUA.
           PERFORM UNTIL WS-DS-CONTINUA = "N"
               MOVE SPACES TO WS-DS-LEITURA
               ACCEPT WS-DS-LEITURA AT LINE 05 COL 01
               IF WS-DS-LEITURA = SPACES
                   MOVE "N" TO WS-DS-CONTINUA
               ELSE
                   PERFORM DISCOS-LEITURA-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DS-LISTA.
           MOVE 1 TO WS-DS-PTR.
           PERFORM VARYING WS-DS-I FROM 1 BY 1 UNTIL WS-DS-I > DSQTD
               IF WS-DS-LIDO (WS-DS-I) = "S"
                   MOVE SPACE TO DSFALTA (WS-DS-I)
               ELSE
                   MOVE "F" TO DSFALTA (WS-DS-I)
                   ADD 1 TO WS-DS-FALTAM
                   MOVE WS-DS-I TO WS-DS-DISCO
                   STRING WS-DS-DISCO " " DELIMITED BY SIZE
                       INTO WS-DS-LISTA WITH POINTER WS-DS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-DS-FALTAM > ZERO
               MOVE WS-DS-FALTAM TO DSFALTAQTD
               MOVE FACPF TO DSCPF
               IF DSDTPARCIAL = ZEROES
                   ACCEPT DSDTPARCIAL FROM DATE YYYYMMDD
               END-IF
               REWRITE REG-DISCOS
               DISPLAY BLANK-SCREEN
               DISPLAY "DEVOLUCAO PARCIAL - FALTAM OS DISCOS: "
                   WS-DS-LISTA
               DISPLAY "O ALUGUEL CONTINUA ABERTO ATE A DEVOLUCAO DOS"
                   " DISCOS QUE FALTAM. AVISE O CLIENTE."
               ACCEPT INUTIL AT LINE 04 COL 01
           ELSE
               MOVE ZEROES TO DSFALTAQTD
               MOVE SPACES TO DSFALTA-TAB
               MOVE ZEROES TO DSCPF
               MOVE ZEROES TO DSDTPARCIAL
               REWRITE REG-DISCOS
           END-IF.
           CLOSE ARQ-DISCOS.
           MOVE 00 TO WS-FS.
       DISCOS-LEITURA-PROCEDURE.
           MOVE ZERO TO WS-DS-DISCO.
           MOVE FUNCTION TRIM (WS-DS-LEITURA) TO WS-DS-LEITURA.
           IF WS-DS-LEITURA (1:1) = "*"
               MOVE WS-DS-LEITURA (2:13) TO WS-DS-LEITURA
           END-IF.
           EVALUATE TRUE
               WHEN WS-DS-LEITURA (1:1) = "F"
                   IF WS-DS-LEITURA (2:6) = FCHAVE
                       AND WS-DS-LEITURA (8:2) IS NUMERIC
                       MOVE WS-DS-LEITURA (8:2) TO WS-DS-DISCO
                   END-IF
               WHEN WS-DS-LEITURA (1:2) IS NUMERIC
                   MOVE WS-DS-LEITURA (1:2) TO WS-DS-DISCO
               WHEN WS-DS-LEITURA (1:1) IS NUMERIC
                   AND WS-DS-LEITURA (2:1) = SPACE
                   MOVE WS-DS-LEITURA (1:1) TO WS-DS-DISCO
           END-EVALUATE.
           IF WS-DS-DISCO >= 1 AND WS-DS-DISCO <= DSQTD
               MOVE "S" TO WS-DS-LIDO (WS-DS-DISCO)
               DISPLAY "DISCO " WS-DS-DISCO " CONFERIDO          "
                   AT LINE 07 COL 01
           ELSE
               DISPLAY "CODIGO NAO PERTENCE A ESTA CAIXA     "
                   AT LINE 07 COL 01
           END-IF.
       RECALL-DEVOLUCAO-PROCEDURE.
           MOVE FCOD TO WS-RL-FCOD.
           PERFORM RECALL-CONSULTA-PROCEDURE.
           IF WS-RL-ATIVO <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "M" TO FSTATUS.
           MOVE "A" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           OPEN I-O ARQ-RMA.
           IF WS-FS = "35"
               CLOSE ARQ-RMA
               OPEN OUTPUT ARQ-RMA
               CLOSE ARQ-RMA
               OPEN I-O ARQ-RMA
           END-IF.
           IF WS-FS <> 0
               CLOSE ARQ-RMA
               MOVE 00 TO WS-FS
               DISPLAY "TITULO EM RECOLHIMENTO: COPIA " FCOPIA
                   " RETIDA, RMA NAO REGISTRADA" AT LINE 22 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEQ-NUMERO TO RMNUM.
           MOVE RLPEDIDO TO RMPEDIDO.
           MOVE RLSEQ TO RMSEQ.
           MOVE FCOD TO RMFCOD.
           MOVE FCOPIA TO RMFCOPIA.
           MOVE RLFORN TO RMFORN.
           MOVE WS-DATA-NEG TO RMDATA.
           MOVE "A" TO RMSTATUS.
           MOVE FCUSTO TO RMVALOR.
           MOVE ZEROES TO RMCREDITO.
           MOVE ZEROES TO RMCREDDATA.
           WRITE REG-RMA
               INVALID KEY REWRITE REG-RMA
           END-WRITE.
           CLOSE ARQ-RMA.
           MOVE 00 TO WS-FS.
           DISPLAY "TITULO EM RECOLHIMENTO: COPIA " FCOPIA
               " SEPARADA PARA RMA " WS-SEQ-NUMERO AT LINE 22 COL 01.
       RECIBO-ABRIR-PROCEDURE.
           OPEN EXTEND ARQ-RECIBO.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-RECIBO
           END-IF.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
           END-IF.
       RECIBO-LINHA-PROCEDURE.
           WRITE REG-RECIBO FROM WS-RECIBO-LINHA.
           MOVE SPACES TO WS-RECIBO-LINHA.
       RECIBO-CABECALHO-PROCEDURE.
           MOVE SPACES TO WS-RECIBO-LINHA.
           MOVE "============ LOCADORA ============" TO WS-RECIBO-LINHA.
           PERFORM RECIBO-LINHA-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           STRING "DATA " WS-HOJE " OPERADOR " WS-SEMPID-LOGADO
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING.
           PERFORM RECIBO-LINHA-PROCEDURE.
           STRING "CLIENTE " WS-CNOME
               DELIMITED BY SIZE INTO WS-RECIBO-LINHA
           END-STRING.
           PERFORM RECIBO-LINHA-PROCEDURE.
       EMITE-RECIBO-ALUGUEL-PROCEDURE.
           MOVE "R" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           MOVE WS-SEQ-NUMERO TO WS-PRD-DOC.
           MOVE "R" TO WS-SUG-ORIGEM.
           PERFORM SUGESTAO-MONTA-PROCEDURE.
           PERFORM RECIBO-ABRIR-PROCEDURE.
           IF WS-FS = 0
               PERFORM RECIBO-CABECALHO-PROCEDURE
               PERFORM VARYING WS-CART-J FROM 1 BY 1
                   UNTIL WS-CART-J > WS-CART-QTD
                   IF WS-CART-FCOD (WS-CART-J) <> ZEROES
                   MOVE WS-CART-FCOD (WS-CART-J) TO WS-IT-FCOD
                   PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                   STRING WS-CART-FCOD (WS-CART-J) " "
                       WS-CART-FNOME (WS-CART-J) " " WS-ITTIPO-DESC
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-STRING
                   PERFORM RECIBO-LINHA-PROCEDURE
                   PERFORM VARYING WS-IT-I FROM 1 BY 1
                       UNTIL WS-IT-I > WS-ITACQTD
                       STRING "  ACOMPANHA: " WS-ITACESS (WS-IT-I)
                           DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                       END-STRING
                       PERFORM RECIBO-LINHA-PROCEDURE
                   END-PERFORM
                   STRING "  DEVOLVER ATE " WS-CART-FDTDEV (WS-CART-J)
                       " VALOR " WS-CART-VALOR (WS-CART-J)
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-IF
                   END-IF
               END-PERFORM
               PERFORM PRODUTOS-RECIBO-PROCEDURE
               IF WS-EN-TAXA > ZEROES
                   STRING "TAXA DE ENTREGA " WS-EN-TAXA
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-STRING
                   PERFORM RECIBO-LINHA-PROCEDURE
               END-IF
               IF WS-CP-DESC > ZEROES
                   STRING "CUPOM " WS-CP-CODIGO " DESCONTO " WS-CP-DESC
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-STRING
                   PERFORM RECIBO-LINHA-PROCEDURE
               END-IF
               STRING "TOTAL COBRADO " WS-CART-TOTAL
                   " DESCONTOS " WS-CART-TOTDESC
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               IF WS-SUG-ESC-QTD > ZERO
                   MOVE "VOCE TAMBEM PODE GOSTAR:" TO WS-RECIBO-LINHA
                   PERFORM RECIBO-LINHA-PROCEDURE
                   PERFORM VARYING WS-SUG-K FROM 1 BY 1
                       UNTIL WS-SUG-K > WS-SUG-ESC-QTD
                       STRING "  " WS-SUG-ESC-FCOD (WS-SUG-K) " "
                           WS-SUG-ESC-NOME (WS-SUG-K)
                           DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                       END-STRING
                       PERFORM RECIBO-LINHA-PROCEDURE
                   END-PERFORM
               END-IF
               MOVE ALL "-" TO WS-RECIBO-LINHA
               PERFORM RECIBO-LINHA-PROCEDURE
               CLOSE ARQ-RECIBO
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               IF WS-FM-PORTADOR > ZEROES
                   AND WS-FM-PORTADOR <> WS-FACPF
                   STRING "  DEVOLVIDO POR CPF " WS-FM-PORTADOR
                       " (AUTORIZADO DA FAMILIA)"
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-STRING
                   PERFORM RECIBO-LINHA-PROCEDURE
               END-IF
               MOVE ALL "-" TO WS-RECIBO-LINHA
               PERFORM RECIBO-LINHA-PROCEDURE
               CLOSE ARQ-RECIBO
               CLOSE ARQ-CARTEIRA
           END-IF.
           IF WS-WC-FORMA <> "C" AND WS-WC-FORMA <> "c"
               AND WS-WC-FORMA <> "X" AND WS-WC-FORMA <> "x"
               MOVE "D" TO WS-WC-FORMA
           END-IF.
           MOVE SCLIENTE TO WS-MV-CPF.
               CLOSE ARQ-GIFTCARD
           END-IF.
           IF WS-GC-FORMA <> "C" AND WS-GC-FORMA <> "c"
               AND WS-GC-FORMA <> "X" AND WS-GC-FORMA <> "x"
               MOVE "D" TO WS-GC-FORMA
           END-IF.
           MOVE WS-GC-CPF TO WS-MV-CPF.
                   MOVE ZEROES TO CXAPURADO
                   MOVE ZEROES TO CXDIF
                   MOVE ZEROES TO CXDEPOSITO
                   MOVE WS-TERMINAL TO CXTERMINAL
                   WRITE REG-CAIXA
               NOT INVALID KEY
                   IF CXSTATUS = "A" AND CXTERMINAL <> SPACES
                       AND CXTERMINAL <> WS-TERMINAL
                       PERFORM CAIXA-TRANSFERE-PROCEDURE
                   END-IF
                   IF WS-TERM-OK = "S"
                       MOVE "A" TO CXSTATUS
                       MOVE WS-TERMINAL TO CXTERMINAL
                       REWRITE REG-CAIXA
                   END-IF
           END-READ.
           CLOSE ARQ-CAIXA.
       CAIXA-TRANSFERE-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "CAIXA DO DIA ABERTO NO TERMINAL " CXTERMINAL.
           DISPLAY "LIBERACAO DO SUPERVISOR PARA TRANSFERIR".
           ACCEPT INUTIL AT LINE 04 COL 01.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY SUPERVISOR.
           ACCEPT SUPERVISOR.
           IF WS-SUP-EMPID <> ZEROES
               PERFORM VALIDA-SUPERVISOR-PROCEDURE
           END-IF.
           MOVE "T" TO WS-AUD-TIPO.
           MOVE ZEROES TO WS-AUD-CHAVE.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING "CAIXA ABERTO NO TERMINAL " CXTERMINAL
               DELIMITED BY SIZE INTO WS-AUD-ANTES
           END-STRING.
           MOVE SPACES TO WS-AUD-DEPOIS.
           IF WS-SUP-OK = "S"
               MOVE "C" TO WS-AUD-ACAO
               STRING "TRANSFERIDO PARA " WS-TERMINAL
                   " PELO SUPERVISOR " WS-SUP-EMPID
                   DELIMITED BY SIZE INTO WS-AUD-DEPOIS
               END-STRING
           ELSE
               MOVE "N" TO WS-TERM-OK
               MOVE "R" TO WS-AUD-ACAO
               STRING "ABERTURA RECUSADA NO TERMINAL " WS-TERMINAL
                   DELIMITED BY SIZE INTO WS-AUD-DEPOIS
               END-STRING
               DISPLAY BLANK-SCREEN
               DISPLAY "LIBERACAO NEGADA"
               DISPLAY "FECHE O CAIXA NO TERMINAL " CXTERMINAL
               ACCEPT INUTIL AT LINE 04 COL 01
           END-IF.
           PERFORM GRAVA-AUDIT-PROCEDURE.
       SANGRIA-PROCEDURE.
           MOVE ZERO TO WS-SG-VALOR.
           DISPLAY SANGRIA.
           DISPLAY "NOVO DIA DE MOVIMENTO: " WS-DATA-NEG.
           ACCEPT INUTIL AT LINE 05 COL 01.
       GRAVA-CAIXAMOV-PROCEDURE.
           IF WS-MV-FORMA = "X" OR WS-MV-FORMA = "x"
               MOVE "X" TO WS-MV-FORMA
               IF WS-TREINO = "S"
                   MOVE SPACES TO WS-MV-PIXID
               ELSE
                   PERFORM PIX-CAPTURA-PROCEDURE
               END-IF
           END-IF.
           IF WS-MV-FORMA = "Q" OR WS-MV-FORMA = "q"
               MOVE "Q" TO WS-MV-FORMA
               PERFORM CHEQUE-CAPTURA-PROCEDURE
           END-IF.
           OPEN EXTEND ARQ-CAIXAMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-CAIXAMOV
               MOVE WS-SEMPID-LOGADO TO MVEMPID
               MOVE WS-MV-CPF TO MVCPF
               MOVE WS-MV-FORMA TO MVFORMA
               COMPUTE WS-MV-SEPARADO = WS-MV-PRODUTO + WS-MV-TAXA
               IF WS-MV-PRODUTO > ZEROES
                   MOVE WS-MV-PRODUTO TO MVVALOR
                   MOVE "B" TO MVTIPO
                   WRITE REG-CAIXAMOV
               END-IF
               IF WS-MV-TAXA > ZEROES
                   MOVE WS-MV-TAXA TO MVVALOR
                   MOVE "H" TO MVTIPO
                   WRITE REG-CAIXAMOV
               END-IF
               IF WS-MV-SEPARADO = ZEROES
                   OR WS-MV-VALOR > WS-MV-SEPARADO
                   COMPUTE MVVALOR = WS-MV-VALOR - WS-MV-SEPARADO
                   MOVE WS-MV-TIPO TO MVTIPO
                   WRITE REG-CAIXAMOV
               END-IF
               CLOSE ARQ-CAIXAMOV
               MOVE WS-MV-VALOR TO MVVALOR
               IF WS-MV-PRODUTO > ZEROES
                   MOVE "PR" TO WS-FIS-TIPO
                   MOVE WS-MV-FORMA TO WS-FIS-FORMA
                   MOVE WS-MV-PRODUTO TO WS-FIS-VALOR
                   MOVE WS-MV-CPF TO WS-FIS-CPF
                   PERFORM GRAVA-FISCAL-PROCEDURE
               END-IF
               IF WS-MV-TAXA > ZEROES
                   MOVE "TE" TO WS-FIS-TIPO
                   MOVE WS-MV-FORMA TO WS-FIS-FORMA
                   MOVE WS-MV-TAXA TO WS-FIS-VALOR
                   MOVE WS-MV-CPF TO WS-FIS-CPF
                   PERFORM GRAVA-FISCAL-PROCEDURE
               END-IF
               IF WS-MV-FORMA = "X"
                   PERFORM GRAVA-PIXMOV-PROCEDURE
               END-IF
               IF WS-MV-FORMA = "Q"
                   PERFORM GRAVA-CHEQUE-PROCEDURE
               END-IF
               IF (WS-MV-TIPO = "A" OR WS-MV-TIPO = "M"
                   OR WS-MV-TIPO = "F" OR WS-MV-TIPO = "V")
                   AND (WS-MV-SEPARADO = ZEROES
                   OR WS-MV-VALOR > WS-MV-SEPARADO)
                   EVALUATE WS-MV-TIPO
                       WHEN "A"
                           MOVE "AL" TO WS-FIS-TIPO
                           MOVE "VU" TO WS-FIS-TIPO
                   END-EVALUATE
                   MOVE WS-MV-FORMA TO WS-FIS-FORMA
                   COMPUTE WS-FIS-VALOR = WS-MV-VALOR - WS-MV-SEPARADO
                   MOVE WS-MV-CPF TO WS-FIS-CPF
                   PERFORM GRAVA-FISCAL-PROCEDURE
               END-IF
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
           END-IF.
           MOVE ZERO TO WS-MV-PRODUTO.
           MOVE ZERO TO WS-MV-TAXA.
       CAPTURA-PAGAMENTOS-PROCEDURE.
           MOVE SCLIENTE TO WS-PT-CPF.
           PERFORM PONTOS-CONSULTAR-PROCEDURE.
                       WHEN "s"
                           ADD WS-PG-VALOR (WS-PG-I) TO WS-PG-SOMA
                           ADD WS-PG-VALOR (WS-PG-I) TO WS-PG-CARTEIRA
                       WHEN "X"
                       WHEN "x"
                           ADD WS-PG-VALOR (WS-PG-I) TO WS-PG-SOMA
                       WHEN OTHER
                           MOVE "N" TO WS-PG-OK
                   END-EVALUATE
           END-IF.
       GRAVA-PAGAMENTOS-PROCEDURE.
           MOVE WS-PG-TROCO TO WS-PG-ABATE.
           MOVE WS-PRD-TOTAL TO WS-PRD-RESTA.
           MOVE WS-EN-TAXA TO WS-EN-RESTA.
           PERFORM VARYING WS-PG-I FROM 1 BY 1 UNTIL WS-PG-I > 4
               IF WS-PG-VALOR (WS-PG-I) > ZEROES
                   MOVE WS-PG-VALOR (WS-PG-I) TO WS-PG-EFETIVO
                       MOVE WS-PG-FORMA (WS-PG-I) TO WS-MV-FORMA
                       MOVE WS-PG-EFETIVO TO WS-MV-VALOR
                       MOVE "A" TO WS-MV-TIPO
                       IF WS-PRD-RESTA > WS-PG-EFETIVO
                           MOVE WS-PG-EFETIVO TO WS-MV-PRODUTO
                       ELSE
                           MOVE WS-PRD-RESTA TO WS-MV-PRODUTO
                       END-IF
                       SUBTRACT WS-MV-PRODUTO FROM WS-PRD-RESTA
                       IF WS-EN-RESTA > WS-PG-EFETIVO - WS-MV-PRODUTO
                           COMPUTE WS-MV-TAXA =
                               WS-PG-EFETIVO - WS-MV-PRODUTO
                       ELSE
                           MOVE WS-EN-RESTA TO WS-MV-TAXA
                       END-IF
                       SUBTRACT WS-MV-TAXA FROM WS-EN-RESTA
                       PERFORM GRAVA-CAIXAMOV-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       GRAVA-FISCAL-PROCEDURE.
           IF WS-TREINO = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           OPEN EXTEND ARQ-FISCAL.
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
           END-IF.
       PIX-CAPTURA-PROCEDURE.
           MOVE "N" TO WS-PX-OK.
           PERFORM UNTIL WS-PX-OK = "S"
               MOVE SPACES TO WS-MV-PIXID
               DISPLAY BLANK-SCREEN
               DISPLAY "PAGAMENTO PIX DE " WS-MV-VALOR
               DISPLAY "ID DA TRANSACAO (E2E) DO COMPROVANTE:"
               ACCEPT WS-MV-PIXID AT LINE 04 COL 01
               MOVE FUNCTION UPPER-CASE(WS-MV-PIXID) TO WS-MV-PIXID
               PERFORM VALIDA-PIXID-PROCEDURE
               IF WS-PX-OK = "D"
                   DISPLAY "ID DE TRANSACAO JA REGISTRADO NO CAIXA"
                       AT LINE 06 COL 01
                   ACCEPT INUTIL AT LINE 07 COL 01
               END-IF
               IF WS-PX-OK = "N"
                   DISPLAY "ID INVALIDO: 32 POSICOES INICIANDO POR E"
                       AT LINE 06 COL 01
                   ACCEPT INUTIL AT LINE 07 COL 01
               END-IF
           END-PERFORM.
       VALIDA-PIXID-PROCEDURE.
           MOVE "S" TO WS-PX-OK.
           IF WS-MV-PIXID (1:1) <> "E"
               OR WS-MV-PIXID (32:1) = SPACE
               OR WS-MV-PIXID (2:20) IS NOT NUMERIC
               MOVE "N" TO WS-PX-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FS TO WS-PX-FS.
           OPEN INPUT ARQ-PIXMOV.
           IF WS-FS = 0
               MOVE WS-MV-PIXID TO PXID
               READ ARQ-PIXMOV
                   NOT INVALID KEY MOVE "D" TO WS-PX-OK
               END-READ
           END-IF.
           CLOSE ARQ-PIXMOV.
           MOVE WS-PX-FS TO WS-FS.
       GRAVA-PIXMOV-PROCEDURE.
           IF WS-TREINO = "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-PIXMOV.
           IF WS-FS = "35"
               CLOSE ARQ-PIXMOV
               OPEN OUTPUT ARQ-PIXMOV
               CLOSE ARQ-PIXMOV
               OPEN I-O ARQ-PIXMOV
           END-IF.
           IF WS-FS = 0
               MOVE WS-MV-PIXID TO PXID
               MOVE MVDATA TO PXDATA
               MOVE MVHORA TO PXHORA
               MOVE MVEMPID TO PXEMPID
               MOVE MVCPF TO PXCPF
               MOVE MVVALOR TO PXVALOR
               MOVE MVTIPO TO PXTIPO
               MOVE "C" TO PXORIGEM
               MOVE "P" TO PXSTATUS
               MOVE SPACES TO PXMOTIVO
               MOVE ZEROES TO PXVALBANCO
               MOVE ZEROES TO PXCONCDATA
               WRITE REG-PIXMOV
                   INVALID KEY
                       DISPLAY "ID PIX DUPLICADO: " PXID
               END-WRITE
               CLOSE ARQ-PIXMOV
           ELSE
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
           END-IF.
       CHEQUE-CAPTURA-PROCEDURE.
           MOVE "N" TO WS-CQ-OK.
           PERFORM UNTIL WS-CQ-OK = "S"
               MOVE ZEROES TO WS-CQ-BANCO
               MOVE ZEROES TO WS-CQ-AGENCIA
               MOVE SPACES TO WS-CQ-CONTA
               MOVE ZEROES TO WS-CQ-NUMERO
               MOVE ZEROES TO WS-CQ-BOMPARA
               DISPLAY BLANK-SCREEN
               DISPLAY "PAGAMENTO EM CHEQUE DE " WS-MV-VALOR
               DISPLAY "BANCO: " AT LINE 03 COL 01
               ACCEPT WS-CQ-BANCO AT LINE 03 COL 20
               DISPLAY "AGENCIA: " AT LINE 04 COL 01
               ACCEPT WS-CQ-AGENCIA AT LINE 04 COL 20
               DISPLAY "CONTA: " AT LINE 05 COL 01
               ACCEPT WS-CQ-CONTA AT LINE 05 COL 20
               DISPLAY "NUMERO DO CHEQUE: " AT LINE 06 COL 01
               ACCEPT WS-CQ-NUMERO AT LINE 06 COL 20
               DISPLAY "BOM PARA (AAAAMMDD, 0 = A VISTA): "
                   AT LINE 07 COL 01
               ACCEPT WS-CQ-BOMPARA AT LINE 07 COL 36
               PERFORM VALIDA-CHEQUE-PROCEDURE
               IF WS-CQ-OK = "D"
                   DISPLAY "CHEQUE JA ESTA EM CUSTODIA"
                       AT LINE 09 COL 01
                   ACCEPT INUTIL AT LINE 10 COL 01
               END-IF
               IF WS-CQ-OK = "N"
                   DISPLAY "DADOS DO CHEQUE INVALIDOS"
                       AT LINE 09 COL 01
                   ACCEPT INUTIL AT LINE 10 COL 01
               END-IF
           END-PERFORM.
       VALIDA-CHEQUE-PROCEDURE.
           MOVE "S" TO WS-CQ-OK.
           IF WS-CQ-BOMPARA = ZEROES
               MOVE WS-DATA-NEG TO WS-CQ-BOMPARA
           END-IF.
           IF WS-CQ-BANCO = ZEROES OR WS-CQ-NUMERO = ZEROES
               OR WS-CQ-CONTA = SPACES
               OR WS-CQ-BOMPARA < WS-DATA-NEG
               MOVE "N" TO WS-CQ-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CQ-BOMPARA TO WS-DATA-LK.
           MOVE "G" TO WS-DATA-MODO.
           PERFORM VALIDA-DATA-PROCEDURE.
           IF WS-DATA-VALIDA <> "S"
               MOVE "N" TO WS-CQ-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FS TO WS-CQ-FS.
           OPEN INPUT ARQ-CHEQUE.
           IF WS-FS = 0
               MOVE WS-CQ-BANCO TO CQBANCO
               MOVE WS-CQ-AGENCIA TO CQAGENCIA
               MOVE WS-CQ-CONTA TO CQCONTA
               MOVE WS-CQ-NUMERO TO CQNUMERO
               READ ARQ-CHEQUE
                   NOT INVALID KEY MOVE "D" TO WS-CQ-OK
               END-READ
           END-IF.
           CLOSE ARQ-CHEQUE.
           MOVE WS-CQ-FS TO WS-FS.
       GRAVA-CHEQUE-PROCEDURE.
           OPEN I-O ARQ-CHEQUE.
           IF WS-FS = "35"
               CLOSE ARQ-CHEQUE
               OPEN OUTPUT ARQ-CHEQUE
               CLOSE ARQ-CHEQUE
               OPEN I-O ARQ-CHEQUE
           END-IF.
           IF WS-FS = 0
               MOVE WS-CQ-BANCO TO CQBANCO
               MOVE WS-CQ-AGENCIA TO CQAGENCIA
               MOVE WS-CQ-CONTA TO CQCONTA
               MOVE WS-CQ-NUMERO TO CQNUMERO
               MOVE MVCPF TO CQCPF
               MOVE MVVALOR TO CQVALOR
               MOVE WS-CQ-BOMPARA TO CQBOMPARA
               MOVE MVDATA TO CQRECEBIDO
               MOVE MVEMPID TO CQEMPID
               MOVE MVTIPO TO CQTIPO
               MOVE "C" TO CQSTATUS
               MOVE ZEROES TO CQLOTE
               MOVE ZEROES TO CQMOTIVO
               MOVE ZEROES TO CQDEVDATA
               WRITE REG-CHEQUE
                   INVALID KEY
                       DISPLAY "CHEQUE DUPLICADO NA CUSTODIA"
               END-WRITE
               CLOSE ARQ-CHEQUE
           ELSE
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
           END-IF.
       FECHA-CAIXA-PROCEDURE.
           MOVE ZERO TO WS-CX-CONTADO.
           MOVE ZERO TO WS-CD-N100.
                       AND MVEMPID = WS-SEMPID-LOGADO
                       AND MVFORMA = "D"
                       IF MVTIPO = "E" OR MVTIPO = "L"
                           OR MVTIPO = "R" OR MVTIPO = "Y"
                           SUBTRACT MVVALOR FROM WS-CX-APURADO
                       ELSE
                           ADD MVVALOR TO WS-CX-APURADO
                           MOVE ZEROES TO FACPF
                           MOVE ZEROES TO FDTALUG
                           MOVE ZEROES TO FDTDEV
                           PERFORM JRN-ANTES-FILMES-PROCEDURE
                           REWRITE REG-FILMES
                           PERFORM JRN-FILMES-PROCEDURE
                           PERFORM LOCABERTA-BAIXA-PROCEDURE
                           PERFORM CAUCAO-ESTORNA-PROCEDURE
                       END-IF
                   ELSE
                   ELSE
                       SUBTRACT WS-PT-VALOR FROM MRSALDO
                   END-IF
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           PERFORM TRAVA-LIBERA-PROCEDURE.
       GRAVA-HISTORICO-RESGATE-PROCEDURE.
           MOVE "N" TO WS-AS-ATIVO.
           MOVE ZERO TO WS-AS-SALDO.
           MOVE ZERO TO WS-PL-QTDE.
           MOVE SCLIENTE TO WS-AS-CPF.
           PERFORM ASSINATURA-ABRIR-PROCEDURE.
           MOVE SCLIENTE TO ASCPF.
           READ ARQ-ASSINATURA
                       MOVE ASPLANO TO WS-AS-PLANO
                   END-IF
           END-READ.
           IF WS-AS-ATIVO = "N"
               MOVE SCLIENTE TO WS-FM-CPF
               PERFORM FAMILIA-TITULAR-PROCEDURE
               IF WS-FM-TITULAR > ZEROES
                   AND WS-FM-TITULAR <> SCLIENTE
                   AND WS-FM-COMP-PLANO = "S"
                   MOVE WS-FM-TITULAR TO ASCPF
                   READ ARQ-ASSINATURA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ASATIVO = "S"
                               MOVE "S" TO WS-AS-ATIVO
                               MOVE ASSALDO TO WS-AS-SALDO
                               MOVE ASPLANO TO WS-AS-PLANO
                               MOVE WS-FM-TITULAR TO WS-AS-CPF
                           END-IF
                   END-READ
               END-IF
           END-IF.
           CLOSE ARQ-ASSINATURA.
           IF WS-AS-ATIVO = "S"
               OPEN INPUT ARQ-PLANOS
           END-IF.
       ASSINATURA-DEBITAR-PROCEDURE.
           PERFORM ASSINATURA-ABRIR-PROCEDURE.
           MOVE WS-AS-CPF TO ASCPF.
           READ ARQ-ASSINATURA
               INVALID KEY
                   CONTINUE
                   " MOTIVO " WS-SUP-MOTIVO
                   DELIMITED BY SIZE INTO WS-OVER-LINHA
               END-STRING
               MOVE "OVERLOG" TO WS-CAD-ARQUIVO
               PERFORM CADEIA-RESERVA-PROCEDURE
               MOVE WS-OVER-LINHA TO WS-CAD-IMAGEM
               WRITE REG-OVERLOG FROM WS-OVER-LINHA
               MOVE WS-FS TO WS-CAD-FS
               CLOSE ARQ-OVERLOG
               PERFORM CADEIA-SELA-PROCEDURE
           END-IF.
       AJUSTE-MULTA-PROCEDURE.
           DISPLAY PAGARMULTA.
           ACCEPT PAGARMULTA.
           PERFORM DECODIFICA-BARRAS-PROCEDURE.
           IF SCLIENTE = ZEROES
               DISPLAY BLANK-SCREEN
               DISPLAY "CPF INVALIDO"
                           MOVE WS-AJ-EFETIVO TO MRSALDO
                           MOVE ZEROES TO MRSALDO-PLANO
                           MOVE "N" TO MRCOBRANCA
                           PERFORM JRN-NOVO-PROCEDURE
                           WRITE REG-RECEBER
                           PERFORM JRN-RECEBER-PROCEDURE
                       END-IF
                   NOT INVALID KEY
                       IF WS-AJ-TIPO = "R" OR WS-AJ-TIPO = "r"
                       ELSE
                           SUBTRACT WS-AJ-EFETIVO FROM MRSALDO
                       END-IF
                       PERFORM JRN-ANTES-RECEBER-PROCEDURE
                       REWRITE REG-RECEBER
                       PERFORM JRN-RECEBER-PROCEDURE
               END-READ
               PERFORM GRAVA-AJUSTELOG-PROCEDURE
               IF WS-AJ-TIPO = "R" OR WS-AJ-TIPO = "r"
               MOVE WS-SEMPID-LOGADO TO AJEMPID
               MOVE WS-SUP-EMPID TO AJSUP
               MOVE WS-SUP-MOTIVO TO AJMOTIVO
               MOVE "AJUSTELOG" TO WS-CAD-ARQUIVO
               PERFORM CADEIA-RESERVA-PROCEDURE
               MOVE REG-AJUSTELOG TO WS-CAD-IMAGEM
               WRITE REG-AJUSTELOG
               MOVE WS-FS TO WS-CAD-FS
               CLOSE ARQ-AJUSTELOG
               PERFORM CADEIA-SELA-PROCEDURE
           END-IF.
       GRAVA-CONDHIST-PROCEDURE.
           OPEN EXTEND ARQ-CONDHIST.
                   MOVE WS-DANO-VALOR TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD WS-DANO-VALOR TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           MOVE WS-DANO-VALOR TO WS-RI-VALOR.
           MOVE "DA" TO WS-RI-ORIGEM.
                   ELSE
                       MOVE "T" TO FSTATUS
                       MOVE WS-FIL-DEST TO FFILIAL
                       PERFORM JRN-ANTES-FILMES-PROCEDURE
                       REWRITE REG-FILMES
                       PERFORM JRN-FILMES-PROCEDURE
                       MOVE "TRANSITO" TO WS-LC-LOCAL
                       PERFORM LOCAL-GRAVA-PROCEDURE
                       PERFORM GRAVA-CONDHIST-PROCEDURE
                       IF WS-ST-USADA = "S"
                           PERFORM BAIXA-SUGTRANSF-PROCEDURE
               READ ARQ-FILMES
               IF FSTATUS = "T" AND FFILIAL = WS-FILIAL-LOGADA
                   MOVE SPACE TO FSTATUS
                   PERFORM JRN-ANTES-FILMES-PROCEDURE
                   REWRITE REG-FILMES
                   PERFORM JRN-FILMES-PROCEDURE
                   PERFORM GRAVA-CONDHIST-PROCEDURE
                   DISPLAY BLANK-SCREEN
                   DISPLAY "TRANSFERENCIA RECEBIDA NESTA FILIAL"
                   ACCEPT INUTIL AT LINE 04 COL 01
                   PERFORM LOCAL-GUARDA-PROCEDURE
               ELSE
                   DISPLAY BLANK-SCREEN
                   DISPLAY "COPIA NAO ESTA EM TRANSITO PARA CA"
               PERFORM DROP-EXCECAO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISCOS-CONSULTA-PROCEDURE.
           IF WS-FDISCOS > 1
               MOVE "CAIXA COM VARIOS DISCOS" TO WS-DROP-MOTIVO
               PERFORM DROP-EXCECAO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO WS-IT-FCOD.
           PERFORM ITEMTIPO-CONSULTA-PROCEDURE.
           IF WS-ITACQTD > ZERO
               MOVE "ITEM COM ACESSORIOS" TO WS-DROP-MOTIVO
               PERFORM DROP-EXCECAO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO WS-FCOD.
           MOVE FCOPIA TO WS-FCOPIA.
           MOVE FACPF TO WS-FACPF.
               CLOSE ARQ-RECEBER
               ADD WS-MULTA TO WS-DROP-MULTAS
           END-IF.
           PERFORM RECALL-DEVOLUCAO-PROCEDURE.
           MOVE ZEROES TO FACPF.
           MOVE ZEROES TO FDTALUG.
           MOVE ZEROES TO FDTDEV.
           MOVE WS-FILIAL-LOGADA TO FFILIAL.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM LOCABERTA-BAIXA-PROCEDURE.
           IF FSTATUS = SPACE
               PERFORM PROMOVE-RESERVA-DEVOLVER-PROCEDURE
           END-IF.
           MOVE "DEVOLUCAO" TO WS-LC-LOCAL.
           PERFORM LOCAL-GRAVA-PROCEDURE.
           ADD 1 TO WS-DROP-OK.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DEVOLVIDA " WS-FCOD WS-FCOPIA
           MOVE ZEROES TO FACPF.
           MOVE ZEROES TO FDTALUG.
           MOVE ZEROES TO FDTDEV.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM LOCABERTA-BAIXA-PROCEDURE.
           MOVE SFILME TO FCOD.
           MOVE WS-TROCA-COPIA TO FCOPIA.
           START ARQ-FILMES KEY IS EQUAL TO FCHAVE
           MOVE WS-TROCA-CPF TO FACPF.
           MOVE WS-TROCA-DTALUG TO FDTALUG.
           MOVE WS-TROCA-DTDEV TO FDTDEV.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           PERFORM LOCABERTA-GRAVA-PROCEDURE.
           PERFORM CAUCAO-RECHAVEIA-PROCEDURE.
           MOVE ZEROES TO WS-MULTA.
           MOVE "T" TO WS-HTIPO.
           END-START
           READ ARQ-FILMES.
           IF FACPF <> ZEROES OR FSTATUS = "P" OR FSTATUS = "T"
               OR FSTATUS = "V" OR FSTATUS = "X" OR FSTATUS = "R"
               OR FSTATUS = "M" OR FSTATUS = "E"
               DISPLAY BLANK-SCREEN
               DISPLAY "COPIA NAO DISPONIVEL PARA VENDA"
               ACCEPT INUTIL AT LINE 04 COL 01
           MOVE "X" TO FSTATUS.
           MOVE WS-VU-VALOR TO WS-CH-VALOR.
           PERFORM GRAVA-CONDHIST-PROCEDURE.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           MOVE FCOD TO WS-ATB-FCOD.
           MOVE FCOPIA TO WS-ATB-FCOPIA.
           MOVE FCATEGORIA TO WS-ATB-CATEGORIA.
           MOVE FCUSTO TO WS-ATB-CUSTO.
           MOVE FDTLANC TO WS-ATB-AQUIS.
           CLOSE ARQ-FILMES.
           MOVE "V" TO WS-ATB-MOTIVO.
           ACCEPT WS-ATB-DATA FROM DATE YYYYMMDD.
           MOVE WS-VU-VALOR TO WS-ATB-VALOR.
           CALL "ATIVOBX" USING WS-ATB
           END-CALL.
           IF WS-VU-FORMA <> "C" AND WS-VU-FORMA <> "c"
               AND WS-VU-FORMA <> "X" AND WS-VU-FORMA <> "x"
               MOVE "D" TO WS-VU-FORMA
           END-IF.
           MOVE ZEROES TO WS-MV-CPF.
           PERFORM GRAVA-CAIXAMOV-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "COPIA VENDIDA E RETIRADA DO ACERVO".
           MOVE WS-ATB-RESULT TO WS-VU-RESULT-ED.
           DISPLAY "VALOR CONTABIL BAIXADO: " WS-ATB-CONTABIL
               " RESULTADO NA VENDA: " WS-VU-RESULT-ED.
           ACCEPT INUTIL AT LINE 05 COL 01.
       VENDA-PRODUTOS-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "VENDA DE PRODUTOS NO BALCAO" AT LINE 01 COL 01.
           DISPLAY "CPF DO CLIENTE (0 = NAO IDENTIFICADO): "
               AT LINE 03 COL 01.
           MOVE ZEROES TO SCLIENTE.
           ACCEPT SCLIENTE AT LINE 03 COL 40.
           MOVE "CONSUMIDOR NAO IDENTIFICADO" TO WS-CNOME.
           IF SCLIENTE <> ZEROES
               OPEN INPUT ARQ-CLIENTES
               IF WS-FS = 0
                   MOVE SCLIENTE TO CCPF
                   READ ARQ-CLIENTES
                       INVALID KEY
                           MOVE ZEROES TO SCLIENTE
                       NOT INVALID KEY
                           MOVE CNOME TO WS-CNOME
                   END-READ
               ELSE
                   MOVE ZEROES TO SCLIENTE
               END-IF
               CLOSE ARQ-CLIENTES
               MOVE 00 TO WS-FS
           END-IF.
           MOVE ZERO TO WS-PRD-QTD.
           MOVE ZERO TO WS-PRD-TOTAL.
           PERFORM PRODUTOS-CARRINHO-PROCEDURE.
           IF WS-PRD-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "CLIENTE: " WS-CNOME AT LINE 01 COL 01.
           DISPLAY "ITENS: " WS-PRD-QTD " TOTAL: " WS-PRD-TOTAL
               AT LINE 03 COL 01.
           DISPLAY "CONFIRMAR VENDA? (S/N): " AT LINE 05 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 05 COL 25.
           IF DCONF <> "S" AND DCONF <> "s"
               MOVE ZERO TO WS-PRD-QTD
               MOVE ZERO TO WS-PRD-TOTAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM EMITE-RECIBO-PRODUTOS-PROCEDURE.
           PERFORM PRODUTOS-BAIXA-PROCEDURE.
           MOVE WS-PRD-TOTAL TO WS-CART-TOTAL.
           PERFORM CAPTURA-PAGAMENTOS-PROCEDURE.
           MOVE ZERO TO WS-PRD-QTD.
           MOVE ZERO TO WS-PRD-TOTAL.
           MOVE ZERO TO WS-CART-TOTAL.
       PRODUTOS-CARRINHO-PROCEDURE.
           OPEN INPUT ARQ-PRODUTO.
           IF WS-FS <> 0
               CLOSE ARQ-PRODUTO
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-PRODEST.
           MOVE "S" TO WS-PRD-CONTINUA.
           PERFORM UNTIL WS-PRD-CONTINUA = "N"
               MOVE SPACES TO WS-PRD-ENTRADA
               MOVE 1 TO WS-PRD-UNID
               DISPLAY VENDAPROD
               ACCEPT VENDAPROD
               IF WS-PRD-ENTRADA = SPACES
                   MOVE "N" TO WS-PRD-CONTINUA
               ELSE
                   PERFORM PRODUTOS-ADICIONA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-PRODEST.
           CLOSE ARQ-PRODUTO.
           MOVE 00 TO WS-FS.
       PRODUTOS-ADICIONA-PROCEDURE.
           MOVE "N" TO WS-PRD-ACHOU.
           MOVE WS-PRD-ENTRADA TO PDBARRAS.
           READ ARQ-PRODUTO KEY IS PDBARRAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-PRD-ACHOU
           END-READ.
           IF WS-PRD-ACHOU = "N"
               AND FUNCTION TRIM (WS-PRD-ENTRADA) IS NUMERIC
               COMPUTE WS-PRD-CODIGO = FUNCTION NUMVAL (WS-PRD-ENTRADA)
               MOVE WS-PRD-CODIGO TO PDCOD
               READ ARQ-PRODUTO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-PRD-ACHOU
               END-READ
           END-IF.
           IF WS-PRD-ACHOU = "N" OR PDATIVO <> "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "PRODUTO NAO CADASTRADO OU INATIVO"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRD-QTD >= 10
               DISPLAY BLANK-SCREEN
               DISPLAY "LIMITE DE 10 PRODUTOS POR VENDA"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRD-UNID = ZERO
               MOVE 1 TO WS-PRD-UNID
           END-IF.
           MOVE WS-PRD-UNID TO WS-PRD-PEDIDO.
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-QTD
               IF WS-PRD-COD (WS-PRD-I) = PDCOD
                   ADD WS-PRD-QTDE (WS-PRD-I) TO WS-PRD-PEDIDO
               END-IF
           END-PERFORM.
           MOVE PDCOD TO PECOD.
           MOVE WS-FILIAL-LOGADA TO PEFILIAL.
           READ ARQ-PRODEST
               INVALID KEY MOVE ZEROES TO PESALDO
           END-READ.
           IF PESALDO < WS-PRD-PEDIDO
               MOVE PESALDO TO WS-PRD-SALDO-ED
               DISPLAY BLANK-SCREEN
               DISPLAY "ESTOQUE INSUFICIENTE NA FILIAL: " PDDESC
               DISPLAY "SALDO DISPONIVEL: " WS-PRD-SALDO-ED
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRD-QTD.
           MOVE PDCOD TO WS-PRD-COD (WS-PRD-QTD).
           MOVE PDDESC TO WS-PRD-DESC (WS-PRD-QTD).
           MOVE WS-PRD-UNID TO WS-PRD-QTDE (WS-PRD-QTD).
           MOVE PDPRECO TO WS-PRD-PRECO (WS-PRD-QTD).
           MOVE PDCUSTO TO WS-PRD-CUSTO (WS-PRD-QTD).
           COMPUTE WS-PRD-TOTAL = WS-PRD-TOTAL
               + WS-PRD-UNID * PDPRECO.
       PRODUTOS-BAIXA-PROCEDURE.
           OPEN I-O ARQ-PRODEST.
           IF WS-FS = "35"
               CLOSE ARQ-PRODEST
               OPEN OUTPUT ARQ-PRODEST
               CLOSE ARQ-PRODEST
               OPEN I-O ARQ-PRODEST
           END-IF.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-PRODEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-QTD
               MOVE WS-PRD-COD (WS-PRD-I) TO PECOD
               MOVE WS-FILIAL-LOGADA TO PEFILIAL
               READ ARQ-PRODEST
                   INVALID KEY
                       COMPUTE PESALDO = 0 - WS-PRD-QTDE (WS-PRD-I)
                       MOVE ZEROES TO PEMINIMO
                       MOVE ZEROES TO PEULTENT
                       WRITE REG-PRODEST
                   NOT INVALID KEY
                       SUBTRACT WS-PRD-QTDE (WS-PRD-I) FROM PESALDO
                       REWRITE REG-PRODEST
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRODEST.
           OPEN EXTEND ARQ-PRODMOV.
           IF WS-FS = "35"
               OPEN OUTPUT ARQ-PRODMOV
           END-IF.
           IF WS-FS = 0
               PERFORM VARYING WS-PRD-I FROM 1 BY 1
                   UNTIL WS-PRD-I > WS-PRD-QTD
                   MOVE WS-DATA-NEG TO PMDATA
                   ACCEPT PMHORA FROM TIME
                   MOVE WS-PRD-COD (WS-PRD-I) TO PMCOD
                   MOVE WS-FILIAL-LOGADA TO PMFILIAL
                   MOVE "V" TO PMTIPO
                   COMPUTE PMQTD = 0 - WS-PRD-QTDE (WS-PRD-I)
                   COMPUTE PMVALOR = WS-PRD-QTDE (WS-PRD-I)
                       * WS-PRD-PRECO (WS-PRD-I)
                   COMPUTE PMCUSTO = WS-PRD-QTDE (WS-PRD-I)
                       * WS-PRD-CUSTO (WS-PRD-I)
                   MOVE WS-SEMPID-LOGADO TO PMEMPID
                   MOVE SCLIENTE TO PMCPF
                   MOVE WS-PRD-DOC TO PMDOC
                   WRITE REG-PRODMOV
               END-PERFORM
               CLOSE ARQ-PRODMOV
           ELSE
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
           END-IF.
       PRODUTOS-RECIBO-PROCEDURE.
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-QTD
               COMPUTE WS-PRD-LINHA = WS-PRD-QTDE (WS-PRD-I)
                   * WS-PRD-PRECO (WS-PRD-I)
               STRING "PRODUTO " WS-PRD-COD (WS-PRD-I) " "
                   WS-PRD-DESC (WS-PRD-I)
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               STRING "  " WS-PRD-QTDE (WS-PRD-I) " X "
                   WS-PRD-PRECO (WS-PRD-I) " = " WS-PRD-LINHA
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
           END-PERFORM.
       EMITE-RECIBO-PRODUTOS-PROCEDURE.
           MOVE "R" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           MOVE WS-SEQ-NUMERO TO WS-PRD-DOC.
           PERFORM RECIBO-ABRIR-PROCEDURE.
           IF WS-FS = 0
               PERFORM RECIBO-CABECALHO-PROCEDURE
               STRING "RECIBO DE VENDA NR " WS-SEQ-NUMERO
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               PERFORM PRODUTOS-RECIBO-PROCEDURE
               STRING "TOTAL COBRADO " WS-PRD-TOTAL
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               MOVE ALL "-" TO WS-RECIBO-LINHA
               PERFORM RECIBO-LINHA-PROCEDURE
               CLOSE ARQ-RECIBO
           END-IF.
       ENTREGAS-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "ENTREGAS E COLETAS EM DOMICILIO" AT LINE 01 COL 01.
           DISPLAY "(1) NOVO PEDIDO DE ENTREGA" AT LINE 03 COL 03.
           DISPLAY "(2) CONFIRMAR ENTREGA" AT LINE 04 COL 03.
           DISPLAY "(3) AGENDAR COLETA" AT LINE 05 COL 03.
           DISPLAY "(4) CONFIRMAR COLETA" AT LINE 06 COL 03.
           DISPLAY "(5) CANCELAR PEDIDO" AT LINE 07 COL 03.
           DISPLAY "(6) TAXAS DE ENTREGA POR FAIXA DE CEP"
               AT LINE 08 COL 03.
           DISPLAY "OPCAO: " AT LINE 10 COL 03.
           MOVE ZERO TO WS-EN-OPCAO.
           ACCEPT WS-EN-OPCAO AT LINE 10 COL 10.
           EVALUATE WS-EN-OPCAO
               WHEN 1
                   PERFORM ENTREGA-NOVA-PROCEDURE
               WHEN 2
                   PERFORM ENTREGA-CONFIRMA-PROCEDURE
               WHEN 3
                   PERFORM ENTREGA-COLETA-PROCEDURE
               WHEN 4
                   PERFORM ENTREGA-COLETA-CONFIRMA-PROCEDURE
               WHEN 5
                   PERFORM ENTREGA-CANCELA-PROCEDURE
               WHEN 6
                   PERFORM ENTREGA-TAXAS-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ENTREGA-ABRIR-PROCEDURE.
           OPEN I-O ARQ-ENTREGA.
           IF WS-FS = "35"
               CLOSE ARQ-ENTREGA
               OPEN OUTPUT ARQ-ENTREGA
               CLOSE ARQ-ENTREGA
               OPEN I-O ARQ-ENTREGA
           END-IF.
       ENTREGA-CLIENTE-PROCEDURE.
           MOVE "N" TO WS-EN-ACHOU.
           DISPLAY BLANK-SCREEN.
           DISPLAY "CPF DO CLIENTE: " AT LINE 03 COL 01.
           MOVE ZEROES TO SCLIENTE.
           ACCEPT SCLIENTE AT LINE 03 COL 17.
           IF SCLIENTE = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-CLIENTES
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE SCLIENTE TO CCPF.
           READ ARQ-CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EN-ACHOU
                   MOVE CNOME TO WS-CNOME
                   MOVE CTIPO TO WS-CTIPO-CLI
                   MOVE CCEP TO WS-EN-CEP
                   MOVE CBAI TO WS-EN-BAIRRO
           END-READ.
           CLOSE ARQ-CLIENTES.
           IF WS-EN-ACHOU <> "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "CLIENTE NAO ENCONTRADO"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTREGA-TAXA-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "ENDERECO FORA DA AREA DE ENTREGA"
               DISPLAY "CEP DO CLIENTE: " WS-EN-CEP
               ACCEPT INUTIL AT LINE 05 COL 01
           END-IF.
       ENTREGA-TAXA-PROCEDURE.
           MOVE "N" TO WS-EN-ACHOU.
           MOVE ZEROES TO WS-EN-CEPINI.
           MOVE ZERO TO WS-EN-TAXAFX.
           OPEN INPUT ARQ-CEPBASE.
           IF WS-FS = 0
               MOVE WS-EN-CEP TO CEPINI
               START ARQ-CEPBASE KEY IS NOT GREATER THAN CEPINI
                   INVALID KEY MOVE "Y" TO WS-EOF
                   NOT INVALID KEY MOVE "N" TO WS-EOF
               END-START
               IF WS-EOF = "N"
                   READ ARQ-CEPBASE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                   END-READ
                   IF WS-EOF = "N"
                       IF WS-EN-CEP >= CEPINI AND WS-EN-CEP <= CEPFIM
                           MOVE CEPINI TO WS-EN-CEPINI
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE ARQ-CEPBASE.
           IF WS-EN-CEPINI = ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-TAXAENT.
           IF WS-FS = 0
               MOVE WS-EN-CEPINI TO TXCEPINI
               READ ARQ-TAXAENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TXATIVO = "S"
                           MOVE "S" TO WS-EN-ACHOU
                           MOVE TXVALOR TO WS-EN-TAXAFX
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-TAXAENT.
           MOVE 00 TO WS-FS.
       ENTREGA-AGENDA-PROCEDURE.
           MOVE "N" TO WS-EN-ACHOU.
           MOVE WS-DATA-NEG TO WS-EN-DATA.
           MOVE ZEROES TO WS-EN-JANINI.
           MOVE ZEROES TO WS-EN-JANFIM.
           MOVE ZEROES TO WS-EN-ENTREG.
           DISPLAY "DATA (AAAAMMDD): " AT LINE 07 COL 01.
           ACCEPT WS-EN-DATA AT LINE 07 COL 18.
           DISPLAY "JANELA DE (HHMM): " AT LINE 08 COL 01.
           ACCEPT WS-EN-JANINI AT LINE 08 COL 19.
           DISPLAY "ATE (HHMM): " AT LINE 08 COL 25.
           ACCEPT WS-EN-JANFIM AT LINE 08 COL 37.
           DISPLAY "ENTREGADOR (MATRICULA): " AT LINE 09 COL 01.
           ACCEPT WS-EN-ENTREG AT LINE 09 COL 25.
           MOVE WS-EN-DATA TO WS-DATA-LK.
           MOVE "G" TO WS-DATA-MODO.
           PERFORM VALIDA-DATA-PROCEDURE.
           IF WS-DATA-VALIDA <> "S" OR WS-EN-DATA < WS-DATA-NEG
               DISPLAY "DATA INVALIDA" AT LINE 11 COL 01
               ACCEPT INUTIL AT LINE 11 COL 40
               EXIT PARAGRAPH
           END-IF.
           IF WS-EN-JANINI >= WS-EN-JANFIM OR WS-EN-JANFIM > 2359
               DISPLAY "JANELA DE HORARIO INVALIDA" AT LINE 11 COL 01
               ACCEPT INUTIL AT LINE 11 COL 40
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE WS-EN-ENTREG TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPSITUACAO = "A"
                           MOVE "S" TO WS-EN-ACHOU
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-FUNCIONARIOS.
           MOVE 00 TO WS-FS.
           IF WS-EN-ACHOU <> "S"
               DISPLAY "ENTREGADOR NAO CADASTRADO OU INATIVO"
                   AT LINE 11 COL 01
               ACCEPT INUTIL AT LINE 11 COL 40
           END-IF.
       ENTREGA-NOVA-PROCEDURE.
           PERFORM ENTREGA-CLIENTE-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           MOVE SCLIENTE TO MRCPF.
           PERFORM RECEBER-CONSULTAR-PROCEDURE.
           CLOSE ARQ-RECEBER.
           IF WS-MR-SALDO > ZEROES
               AND WS-CTIPO-CLI <> "J" AND WS-CTIPO-CLI <> "j"
               DISPLAY BLANK-SCREEN
               DISPLAY "CLIENTE COM MULTA PENDENTE"
               ACCEPT INUTIL AT LINE 04 COL 01
               PERFORM LIBERA-SUPERVISOR-PROCEDURE
               IF WS-SUP-OK <> "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "NOVO PEDIDO DE ENTREGA" AT LINE 01 COL 01.
           DISPLAY "CLIENTE: " WS-CNOME AT LINE 03 COL 01.
           DISPLAY "BAIRRO: " WS-EN-BAIRRO AT LINE 04 COL 01.
           DISPLAY "TAXA DE ENTREGA: " WS-EN-TAXAFX AT LINE 05 COL 01.
           PERFORM ENTREGA-AGENDA-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-FILMES
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTREGA-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-ENTREGA
               CLOSE ARQ-FILMES
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-ENTREGA.
           MOVE "E" TO ENTIPO.
           PERFORM ENTREGA-CABECALHO-PROCEDURE.
           MOVE WS-EN-TAXAFX TO ENTAXA.
           MOVE 1 TO WS-EN-CODIGO.
           PERFORM UNTIL WS-EN-CODIGO = ZEROES OR ENQTD = 5
               DISPLAY "FILME (0 ENCERRA): " AT LINE 13 COL 01
               MOVE ZEROES TO WS-EN-CODIGO
               ACCEPT WS-EN-CODIGO AT LINE 13 COL 20
               IF WS-EN-CODIGO <> ZEROES
                   PERFORM ENTREGA-SEPARA-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILMES.
           IF ENQTD = ZERO
               CLOSE ARQ-ENTREGA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTREGA-GRAVA-PROCEDURE.
       ENTREGA-CABECALHO-PROCEDURE.
           MOVE SCLIENTE TO ENCPF.
           MOVE WS-FILIAL-LOGADA TO ENFILIAL.
           MOVE WS-EN-DATA TO ENDATA.
           MOVE WS-EN-JANINI TO ENJANINI.
           MOVE WS-EN-JANFIM TO ENJANFIM.
           MOVE WS-EN-CEP TO ENCEP.
           MOVE WS-EN-BAIRRO TO ENBAIRRO.
           MOVE WS-EN-ENTREG TO ENENTREG.
           MOVE "A" TO ENSTATUS.
           MOVE ZERO TO ENQTD.
           MOVE WS-SEMPID-LOGADO TO ENEMPID.
           MOVE WS-DATA-NEG TO ENCRIADO.
           MOVE ZEROES TO ENCONCLUIDO.
       ENTREGA-GRAVA-PROCEDURE.
           MOVE "H" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           MOVE WS-SEQ-NUMERO TO ENNUM.
           WRITE REG-ENTREGA
               INVALID KEY
                   DISPLAY BLANK-SCREEN
                   DISPLAY "ERRO AO GRAVAR O PEDIDO " ENNUM
                   ACCEPT INUTIL AT LINE 04 COL 01
               NOT INVALID KEY
                   DISPLAY BLANK-SCREEN
                   IF ENTIPO = "E"
                       DISPLAY "PEDIDO DE ENTREGA NR " ENNUM
                   ELSE
                       DISPLAY "PEDIDO DE COLETA NR " ENNUM
                   END-IF
                   DISPLAY "DATA " ENDATA " JANELA " ENJANINI
                       " A " ENJANFIM
                   DISPLAY "ITENS: " ENQTD
                   ACCEPT INUTIL AT LINE 05 COL 01
           END-WRITE.
           CLOSE ARQ-ENTREGA.
       ENTREGA-SEPARA-PROCEDURE.
           MOVE WS-EN-CODIGO TO WS-RL-FCOD.
           PERFORM RECALL-CONSULTA-PROCEDURE.
           IF WS-RL-ATIVO = "S"
               DISPLAY "TITULO RETIRADO DE CIRCULACAO  "
                   AT LINE 15 COL 01
               ACCEPT INUTIL AT LINE 15 COL 60
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EN-CODIGO TO FCOD.
           MOVE ZEROES TO FCOPIA.
           MOVE "N" TO WS-COPIA-LIVRE.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y" OR WS-COPIA-LIVRE = "S"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF FCOD <> WS-EN-CODIGO
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF FACPF = ZEROES AND FSTATUS = SPACE
                           AND FFILIAL = WS-FILIAL-LOGADA
                           MOVE "S" TO WS-COPIA-LIVRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COPIA-LIVRE <> "S"
               DISPLAY "SEM COPIA LIVRE PARA O FILME INFORMADO"
                   AT LINE 15 COL 01
               ACCEPT INUTIL AT LINE 15 COL 60
               EXIT PARAGRAPH
           END-IF.
           MOVE "E" TO FSTATUS.
           PERFORM JRN-ANTES-FILMES-PROCEDURE.
           REWRITE REG-FILMES.
           PERFORM JRN-FILMES-PROCEDURE.
           ADD 1 TO ENQTD.
           MOVE FCOD TO ENFCOD (ENQTD).
           MOVE FCOPIA TO ENFCOPIA (ENQTD).
           MOVE ZEROES TO ENTRANS (ENQTD).
           MOVE ZEROES TO ENDTALUG (ENQTD).
           DISPLAY "SEPARADA: " FCOD FCOPIA " " FNOME
               AT LINE 15 COL 01.
       ENTREGA-LE-PEDIDO-PROCEDURE.
           MOVE "N" TO WS-EN-ACHOU.
           DISPLAY BLANK-SCREEN.
           DISPLAY "NUMERO DO PEDIDO: " AT LINE 03 COL 01.
           MOVE ZEROES TO WS-EN-NUM.
           ACCEPT WS-EN-NUM AT LINE 03 COL 19.
           IF WS-EN-NUM = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTREGA-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-ENTREGA
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EN-NUM TO ENNUM.
           READ ARQ-ENTREGA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENSTATUS = "A" AND ENFILIAL = WS-FILIAL-LOGADA
                       MOVE "S" TO WS-EN-ACHOU
                   END-IF
           END-READ.
           IF WS-EN-ACHOU <> "S"
               CLOSE ARQ-ENTREGA
               DISPLAY BLANK-SCREEN
               DISPLAY "PEDIDO NAO ENCONTRADO OU JA ENCERRADO"
               ACCEPT INUTIL AT LINE 04 COL 01
           END-IF.
       ENTREGA-CONFIRMA-PROCEDURE.
           PERFORM ENTREGA-LE-PEDIDO-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           IF ENTIPO <> "E"
               CLOSE ARQ-ENTREGA
               DISPLAY BLANK-SCREEN
               DISPLAY "PEDIDO NAO E DE ENTREGA"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE ENCPF TO SCLIENTE.
           PERFORM VERIFICA-CLIENTE-PROCEDURE.
           PERFORM ASSINATURA-CONSULTAR-PROCEDURE.
           PERFORM INDICACAO-BONUS-PROCEDURE.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           PERFORM RISCO-CONSULTA-PROCEDURE.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-FILMES
               CLOSE ARQ-ENTREGA
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CART-QTD.
           PERFORM VARYING WS-EN-I FROM 1 BY 1 UNTIL WS-EN-I > ENQTD
               PERFORM ENTREGA-CARRINHO-PROCEDURE
           END-PERFORM.
           PERFORM FILTRA-IDADE-CARRINHO-PROCEDURE.
           MOVE ZERO TO WS-PRD-QTD.
           MOVE ZERO TO WS-PRD-TOTAL.
           MOVE ZERO TO WS-EN-TAXA.
           MOVE ZERO TO WS-CP-DESC.
           IF WS-CART-QTD > ZERO
               PERFORM CALCULA-VALORES-CARRINHO-PROCEDURE
               MOVE ENTAXA TO WS-EN-TAXA
               ADD WS-EN-TAXA TO WS-CART-TOTAL
               IF WS-CTIPO-CLI = "J" OR WS-CTIPO-CLI = "j"
                   MOVE SCLIENTE TO WS-CC-CPF
                   PERFORM CONTACORP-CONSULTAR-PROCEDURE
                   IF WS-CC-ACUM + WS-CART-TOTAL > WS-CC-LIMITE
                       DISPLAY BLANK-SCREEN
                       DISPLAY "LIMITE DE CREDITO DA CONTA EXCEDIDO"
                       ACCEPT INUTIL AT LINE 04 COL 01
                       MOVE ZERO TO WS-CART-QTD
                   END-IF
               END-IF
           END-IF.
           IF WS-CART-QTD = ZERO
               MOVE ZERO TO WS-EN-TAXA
               CLOSE ARQ-FILMES
               CLOSE ARQ-ENTREGA
               DISPLAY BLANK-SCREEN
               DISPLAY "NENHUM ITEM DO PEDIDO PODE SER ENTREGUE"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "CONFIRMAR ENTREGA NR " ENNUM AT LINE 01 COL 01.
           DISPLAY "CLIENTE: " WS-CNOME AT LINE 03 COL 01.
           DISPLAY "ITENS: " WS-CART-QTD " TAXA DE ENTREGA: " WS-EN-TAXA
               AT LINE 04 COL 01.
           DISPLAY "VALOR A COBRAR: " WS-CART-TOTAL AT LINE 05 COL 01.
           DISPLAY "ENTREGUE AO CLIENTE? (S/N): " AT LINE 07 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 07 COL 29.
           IF DCONF <> "S" AND DCONF <> "s"
               MOVE ZERO TO WS-CART-QTD
               MOVE ZERO TO WS-EN-TAXA
               CLOSE ARQ-FILMES
               CLOSE ARQ-ENTREGA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CAUCAO-COBRADA.
           MOVE "S" TO WS-EN-ATIVO.
           PERFORM GERA-TRANS-PROCEDURE.
           PERFORM VARYING WS-CART-I FROM 1 BY 1
               UNTIL WS-CART-I > WS-CART-QTD
               PERFORM EFETIVA-ITEM-PROCEDURE
           END-PERFORM.
           MOVE "N" TO WS-EN-ATIVO.
           PERFORM EMITE-RECIBO-ALUGUEL-PROCEDURE.
           PERFORM CONTRATO-CHECA-PROCEDURE.
           IF WS-CTIPO-CLI = "J" OR WS-CTIPO-CLI = "j"
               PERFORM CONTACORP-ACUMULAR-PROCEDURE
               IF WS-CART-TOTAL > WS-EN-TAXA
                   MOVE "AL" TO WS-FIS-TIPO
                   MOVE "F" TO WS-FIS-FORMA
                   COMPUTE WS-FIS-VALOR = WS-CART-TOTAL - WS-EN-TAXA
                   MOVE SCLIENTE TO WS-FIS-CPF
                   PERFORM GRAVA-FISCAL-PROCEDURE
               END-IF
               IF WS-EN-TAXA > ZEROES
                   MOVE "TE" TO WS-FIS-TIPO
                   MOVE "F" TO WS-FIS-FORMA
                   MOVE WS-EN-TAXA TO WS-FIS-VALOR
                   MOVE SCLIENTE TO WS-FIS-CPF
                   PERFORM GRAVA-FISCAL-PROCEDURE
               END-IF
           ELSE
               IF WS-CART-TOTAL > ZEROES
                   PERFORM CAPTURA-PAGAMENTOS-PROCEDURE
               END-IF
           END-IF.
           PERFORM INDICACAO-PROCESSA-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM VARYING WS-EN-I FROM 1 BY 1 UNTIL WS-EN-I > ENQTD
               PERFORM ENTREGA-LIBERA-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           MOVE "E" TO ENSTATUS.
           MOVE WS-DATA-NEG TO ENCONCLUIDO.
           REWRITE REG-ENTREGA.
           CLOSE ARQ-ENTREGA.
           MOVE ZERO TO WS-EN-TAXA.
           IF WS-CAUCAO-COBRADA > ZEROES
               DISPLAY BLANK-SCREEN
               DISPLAY "CAUCAO REEMBOLSAVEL COBRADA EM DINHEIRO:"
               DISPLAY WS-CAUCAO-COBRADA
               ACCEPT INUTIL AT LINE 05 COL 01
           END-IF.
       ENTREGA-CARRINHO-PROCEDURE.
           MOVE "N" TO WS-COPIA-LIVRE.
           MOVE ENFCOD (WS-EN-I) TO FCOD.
           MOVE ENFCOPIA (WS-EN-I) TO FCOPIA.
           READ ARQ-FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FSTATUS = "E" AND FACPF = ZEROES
                       MOVE "S" TO WS-COPIA-LIVRE
                   END-IF
           END-READ.
           IF WS-COPIA-LIVRE <> "S" OR WS-CART-QTD >= 10
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CART-QTD.
           MOVE FCOD TO WS-CART-FCOD (WS-CART-QTD).
           MOVE FCOPIA TO WS-CART-FCOPIA (WS-CART-QTD).
           MOVE FNOME TO WS-CART-FNOME (WS-CART-QTD).
           MOVE FCATEGORIA TO WS-CART-FCAT (WS-CART-QTD).
           MOVE FFAIXA-ETARIA TO WS-CART-FAIXA (WS-CART-QTD).
           MOVE ZEROES TO WS-CART-RSEQ (WS-CART-QTD).
           MOVE FCOD TO WS-IT-FCOD.
           PERFORM ITEMTIPO-CONSULTA-PROCEDURE.
           MOVE WS-ITTIPO TO WS-CART-TIPO (WS-CART-QTD).
       ENTREGA-LIBERA-PROCEDURE.
           MOVE ENFCOD (WS-EN-I) TO FCOD.
           MOVE ENFCOPIA (WS-EN-I) TO FCOPIA.
           READ ARQ-FILMES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FSTATUS = "E" AND FACPF = ZEROES
                       MOVE SPACE TO FSTATUS
                       PERFORM JRN-ANTES-FILMES-PROCEDURE
                       REWRITE REG-FILMES
                       PERFORM JRN-FILMES-PROCEDURE
                       PERFORM PROMOVE-RESERVA-DEVOLVER-PROCEDURE
                   END-IF
           END-READ.
       ENTREGA-COLETA-PROCEDURE.
           PERFORM ENTREGA-CLIENTE-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "AGENDAR COLETA EM DOMICILIO" AT LINE 01 COL 01.
           DISPLAY "CLIENTE: " WS-CNOME AT LINE 03 COL 01.
           DISPLAY "BAIRRO: " WS-EN-BAIRRO AT LINE 04 COL 01.
           PERFORM ENTREGA-AGENDA-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-FILMES
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTREGA-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-ENTREGA
               CLOSE ARQ-FILMES
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-ENTREGA.
           MOVE "C" TO ENTIPO.
           PERFORM ENTREGA-CABECALHO-PROCEDURE.
           MOVE ZERO TO ENTAXA.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y" OR ENQTD = 5
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FACPF = SCLIENTE
                   AND FSTATUS <> "P"
                   PERFORM ENTREGA-COLETA-ITEM-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-FILMES.
           IF ENQTD = ZERO
               CLOSE ARQ-ENTREGA
               DISPLAY BLANK-SCREEN
               DISPLAY "NENHUM ITEM SELECIONADO PARA COLETA"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-EN-I FROM 1 BY 1 UNTIL WS-EN-I > ENQTD
               PERFORM ENTREGA-TRANS-PROCEDURE
           END-PERFORM.
           PERFORM ENTREGA-GRAVA-PROCEDURE.
       ENTREGA-COLETA-ITEM-PROCEDURE.
           DISPLAY "COLETAR " FCOD FCOPIA " " FNOME
               AT LINE 13 COL 01.
           DISPLAY "(S/N): " AT LINE 14 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 14 COL 08.
           IF DCONF = "S" OR DCONF = "s"
               ADD 1 TO ENQTD
               MOVE FCOD TO ENFCOD (ENQTD)
               MOVE FCOPIA TO ENFCOPIA (ENQTD)
               MOVE ZEROES TO ENTRANS (ENQTD)
               MOVE FDTALUG TO ENDTALUG (ENQTD)
           END-IF.
       ENTREGA-TRANS-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           MOVE ENCPF TO HCPF.
           MOVE ZEROES TO HDATA.
           MOVE ZEROES TO HSEQ.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF HCPF <> ENCPF
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF HTIPO = "A" AND HCOD = ENFCOD (WS-EN-I)
                           AND HDTALUG = ENDTALUG (WS-EN-I)
                           MOVE HTRANS TO ENTRANS (WS-EN-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       ENTREGA-COLETA-CONFIRMA-PROCEDURE.
           PERFORM ENTREGA-LE-PEDIDO-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           IF ENTIPO <> "C"
               CLOSE ARQ-ENTREGA
               DISPLAY BLANK-SCREEN
               DISPLAY "PEDIDO NAO E DE COLETA"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DL-QTD.
           MOVE ZERO TO WS-DL-MULTA-TOT.
           MOVE ZERO TO WS-DL-DEVOLVIDOS.
           PERFORM VARYING WS-EN-I FROM 1 BY 1 UNTIL WS-EN-I > ENQTD
               ADD 1 TO WS-DL-QTD
               MOVE ENFCOD (WS-EN-I) TO WS-DL-COD (WS-DL-QTD)
               MOVE ENCPF TO WS-DL-CPF (WS-DL-QTD)
               MOVE ENDTALUG (WS-EN-I) TO WS-DL-DTALUG (WS-DL-QTD)
               MOVE ZEROES TO WS-DL-COPIA (WS-DL-QTD)
               MOVE SPACES TO WS-DL-NOME (WS-DL-QTD)
               MOVE ZEROES TO WS-DL-MULTA (WS-DL-QTD)
               MOVE "N" TO WS-DL-MARCA (WS-DL-QTD)
           END-PERFORM.
           OPEN I-O ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-FILMES
               CLOSE ARQ-ENTREGA
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-CLIENTES
               CLOSE ARQ-FILMES
               CLOSE ARQ-ENTREGA
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE ENCPF TO CCPF.
           START ARQ-CLIENTES KEY IS EQUAL TO CCPF
               INVALID KEY MOVE SPACES TO WS-CNOME
               NOT INVALID KEY
                   READ ARQ-CLIENTES
                   MOVE CNOME TO WS-CNOME
           END-START
           MOVE ENCPF TO WS-CC-CPF.
           PERFORM CONTACORP-CONSULTAR-PROCEDURE.
           MOVE ENCPF TO WS-DEV-CPF.
           PERFORM RESOLVE-DEVEDOR-PROCEDURE.
           PERFORM VARYING WS-DL-I FROM 1 BY 1
               UNTIL WS-DL-I > WS-DL-QTD
               MOVE ENTRANS (WS-DL-I) TO WS-DEVT-TRANS
               PERFORM DEVOLVE-ITEM-LOTE-PROCEDURE
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           IF WS-DL-DEVOLVIDOS = ZERO
               CLOSE ARQ-ENTREGA
               MOVE ZEROES TO WS-DEVT-TRANS
               DISPLAY BLANK-SCREEN
               DISPLAY "NENHUM ITEM COLETADO"
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           IF WS-DL-MULTA-TOT > ZEROES AND WS-CC-EXISTE <> "S"
               PERFORM RECEBER-ABRIR-PROCEDURE
               MOVE WS-DEV-CPF TO MRCPF
               MOVE WS-DL-MULTA-TOT TO WS-MULTA
               PERFORM RECEBER-LANCAR-PROCEDURE
               CLOSE ARQ-RECEBER
           END-IF.
           PERFORM EMITE-RECIBO-DEVLOTE-PROCEDURE.
           MOVE ZEROES TO WS-DEVT-TRANS.
           MOVE "E" TO ENSTATUS.
           MOVE WS-DATA-NEG TO ENCONCLUIDO.
           REWRITE REG-ENTREGA.
           CLOSE ARQ-ENTREGA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "ITENS COLETADOS: " WS-DL-DEVOLVIDOS.
           DISPLAY "MULTA TOTAL LANCADA: " WS-DL-MULTA-TOT.
           ACCEPT INUTIL AT LINE 05 COL 01.
       ENTREGA-CANCELA-PROCEDURE.
           PERFORM ENTREGA-LE-PEDIDO-PROCEDURE.
           IF WS-EN-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANCELAR O PEDIDO? (S/N): " AT LINE 05 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 05 COL 27.
           IF DCONF <> "S" AND DCONF <> "s"
               CLOSE ARQ-ENTREGA
               EXIT PARAGRAPH
           END-IF.
           IF ENTIPO = "E"
               OPEN I-O ARQ-FILMES
               IF WS-FS <> 0
                   PERFORM DECODE-FS-PROCEDURE
                   DISPLAY WS-FS-TEXTO
                   CLOSE ARQ-FILMES
                   CLOSE ARQ-ENTREGA
                   DISPLAY FILEERROSCREEN
                   ACCEPT INUTIL AT LINE 04 COL 01
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT ARQ-CLIENTES
               PERFORM VARYING WS-EN-I FROM 1 BY 1
                   UNTIL WS-EN-I > ENQTD
                   PERFORM ENTREGA-LIBERA-PROCEDURE
               END-PERFORM
               CLOSE ARQ-CLIENTES
               CLOSE ARQ-FILMES
           END-IF.
           MOVE "C" TO ENSTATUS.
           MOVE WS-DATA-NEG TO ENCONCLUIDO.
           REWRITE REG-ENTREGA.
           CLOSE ARQ-ENTREGA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "PEDIDO " ENNUM " CANCELADO".
           ACCEPT INUTIL AT LINE 04 COL 01.
       ENTREGA-TAXAS-PROCEDURE.
           PERFORM CHECA-GERENTE-PROCEDURE.
           IF WS-SUP-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "TAXA DE ENTREGA POR FAIXA DE CEP" AT LINE 01 COL 01.
           DISPLAY "CEP DA FAIXA: " AT LINE 03 COL 01.
           MOVE ZEROES TO WS-EN-CEP.
           ACCEPT WS-EN-CEP AT LINE 03 COL 15.
           IF WS-EN-CEP = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM ENTREGA-TAXA-PROCEDURE.
           IF WS-EN-CEPINI = ZEROES
               DISPLAY "CEP NAO CONSTA NA BASE DE CEP" AT LINE 05 COL 01
               ACCEPT INUTIL AT LINE 05 COL 40
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FAIXA INICIADA EM: " WS-EN-CEPINI AT LINE 04 COL 01.
           IF WS-EN-ACHOU = "S"
               DISPLAY "TAXA ATUAL: " WS-EN-TAXAFX AT LINE 05 COL 01
           ELSE
               DISPLAY "FAIXA FORA DA AREA DE ENTREGA" AT LINE 05 COL 01
           END-IF.
           DISPLAY "ATENDE ESTA FAIXA? (S/N): " AT LINE 07 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 07 COL 27.
           DISPLAY "TAXA DE ENTREGA: " AT LINE 08 COL 01.
           ACCEPT WS-EN-TAXAFX AT LINE 08 COL 18.
           IF DCONF = "s"
               MOVE "S" TO DCONF
           END-IF.
           IF DCONF <> "S"
               MOVE "N" TO DCONF
           END-IF.
           OPEN I-O ARQ-TAXAENT.
           IF WS-FS = "35"
               CLOSE ARQ-TAXAENT
               OPEN OUTPUT ARQ-TAXAENT
               CLOSE ARQ-TAXAENT
               OPEN I-O ARQ-TAXAENT
           END-IF.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-TAXAENT
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EN-CEPINI TO TXCEPINI.
           READ ARQ-TAXAENT
               INVALID KEY
                   MOVE WS-EN-CEPINI TO TXCEPINI
                   MOVE WS-EN-TAXAFX TO TXVALOR
                   MOVE DCONF TO TXATIVO
                   WRITE REG-TAXAENT
               NOT INVALID KEY
                   MOVE WS-EN-TAXAFX TO TXVALOR
                   MOVE DCONF TO TXATIVO
                   REWRITE REG-TAXAENT
           END-READ.
           CLOSE ARQ-TAXAENT.
           DISPLAY "TAXA GRAVADA" AT LINE 10 COL 01.
           ACCEPT INUTIL AT LINE 10 COL 20.
       LOCAL-COPIA-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "LOCALIZACAO DE COPIA" AT LINE 01 COL 01.
           DISPLAY "FILME: " AT LINE 03 COL 01.
           DISPLAY "COPIA: " AT LINE 04 COL 01.
           MOVE ZEROES TO WS-LC-FCOD.
           MOVE ZEROES TO WS-LC-FCOPIA.
           ACCEPT WS-LC-FCOD AT LINE 03 COL 08.
           ACCEPT WS-LC-FCOPIA AT LINE 04 COL 08.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-FILMES
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LC-FCOD TO FCOD.
           MOVE WS-LC-FCOPIA TO FCOPIA.
           READ ARQ-FILMES
               INVALID KEY
                   CLOSE ARQ-FILMES
                   DISPLAY "FILME/COPIA NAO CADASTRADO"
                       AT LINE 06 COL 01
                   ACCEPT INUTIL AT LINE 06 COL 30
                   EXIT PARAGRAPH
           END-READ.
           CLOSE ARQ-FILMES.
           IF FFILIAL <> WS-FILIAL-LOGADA
               DISPLAY "COPIA NAO PERTENCE A ESTA FILIAL"
                   AT LINE 06 COL 01
               ACCEPT INUTIL AT LINE 06 COL 35
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOCAL-GUARDA-PROCEDURE.
       LOCAL-GUARDA-PROCEDURE.
           MOVE FCOD TO WS-LC-FCOD.
           MOVE FCOPIA TO WS-LC-FCOPIA.
           MOVE FNOME TO WS-LC-FNOME.
           PERFORM LOCAL-CONSULTA-PROCEDURE.
           DISPLAY LOCALIZA.
           ACCEPT LOCALIZA.
           MOVE FUNCTION UPPER-CASE (WS-LC-LOCAL) TO WS-LC-LOCAL.
           PERFORM LOCAL-GRAVA-PROCEDURE.
       LOCAL-CONSULTA-PROCEDURE.
           MOVE SPACES TO WS-LC-LOCAL.
           OPEN INPUT ARQ-LOCALCOP.
           IF WS-FS = 0
               MOVE FCOD TO LCFCOD
               MOVE FCOPIA TO LCFCOPIA
               READ ARQ-LOCALCOP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCFILIAL = FFILIAL
                           MOVE LCLOCAL TO WS-LC-LOCAL
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-LOCALCOP.
           MOVE 00 TO WS-FS.
       LOCAL-GRAVA-PROCEDURE.
           OPEN I-O ARQ-LOCALCOP.
           IF WS-FS = "35"
               CLOSE ARQ-LOCALCOP
               OPEN OUTPUT ARQ-LOCALCOP
               CLOSE ARQ-LOCALCOP
               OPEN I-O ARQ-LOCALCOP
           END-IF.
           IF WS-FS <> 0
               CLOSE ARQ-LOCALCOP
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE FCOD TO LCFCOD.
           MOVE FCOPIA TO LCFCOPIA.
           READ ARQ-LOCALCOP
               INVALID KEY
                   MOVE FCOD TO LCFCOD
                   MOVE FCOPIA TO LCFCOPIA
                   PERFORM LOCAL-MONTA-PROCEDURE
                   WRITE REG-LOCALCOP
               NOT INVALID KEY
                   PERFORM LOCAL-MONTA-PROCEDURE
                   REWRITE REG-LOCALCOP
           END-READ.
           CLOSE ARQ-LOCALCOP.
           MOVE 00 TO WS-FS.
       LOCAL-MONTA-PROCEDURE.
           MOVE FFILIAL TO LCFILIAL.
           MOVE WS-LC-LOCAL TO LCLOCAL.
           ACCEPT LCDATA FROM DATE YYYYMMDD.
           MOVE WS-SEMPID-LOGADO TO LCEMPID.
       CARTAO-DV-PROCEDURE.
           MOVE ZERO TO WS-KT-SOMA.
           PERFORM VARYING WS-KT-I FROM 1 BY 1 UNTIL WS-KT-I > 7
               IF FUNCTION MOD (WS-KT-I, 2) = 1
                   MOVE 3 TO WS-KT-PESO
               ELSE
                   MOVE 1 TO WS-KT-PESO
               END-IF
               COMPUTE WS-KT-SOMA =
                   WS-KT-SOMA + WS-KT-DIG (WS-KT-I) * WS-KT-PESO
           END-PERFORM.
           COMPUTE WS-KT-DV =
               FUNCTION MOD (10 - FUNCTION MOD (WS-KT-SOMA, 10), 10).
       CARTAO-LEITURA-PROCEDURE.
           MOVE ZEROES TO SCLIENTE.
           IF WS-BARRAS-LIMPO (2:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BARRAS-LIMPO (2:7) TO WS-KT-NUM.
           PERFORM CARTAO-DV-PROCEDURE.
           IF WS-BARRAS-LIMPO (9:1) <> WS-KT-DV
               DISPLAY "CARTAO INVALIDO, LEIA NOVAMENTE"
                   AT LINE 22 COL 01
               ACCEPT INUTIL AT LINE 22 COL 40
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FS TO WS-KT-FS.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS = 0
               MOVE WS-KT-NUM TO KTNUM
               READ ARQ-CARTAO
                   INVALID KEY
                       DISPLAY "CARTAO NAO CADASTRADO"
                           AT LINE 22 COL 01
                       ACCEPT INUTIL AT LINE 22 COL 40
                   NOT INVALID KEY
                       IF KTSTATUS = "A"
                           MOVE KTCPF TO SCLIENTE
                       ELSE
                           DISPLAY "CARTAO BLOQUEADO, PECA DOCUMENTO"
                               AT LINE 22 COL 01
                           ACCEPT INUTIL AT LINE 22 COL 40
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CARTAO.
           MOVE WS-KT-FS TO WS-FS.
       CARTAO-CONSULTA-PROCEDURE.
           MOVE ZEROES TO WS-KT-ATUAL.
           MOVE ZERO TO WS-KT-VIAS.
           MOVE "SEM CARTAO" TO WS-KT-SITUACAO.
           MOVE WS-FS TO WS-KT-FS.
           OPEN INPUT ARQ-CARTAO.
           IF WS-FS = 0
               MOVE WS-KT-CPF TO KTCPF
               START ARQ-CARTAO KEY IS EQUAL TO KTCPF
                   INVALID KEY MOVE "Y" TO WS-KT-EOF
                   NOT INVALID KEY MOVE "N" TO WS-KT-EOF
               END-START
               PERFORM UNTIL WS-KT-EOF = "Y"
                   READ ARQ-CARTAO NEXT RECORD
                       AT END MOVE "Y" TO WS-KT-EOF
                   END-READ
                   IF WS-KT-EOF = "N"
                       IF KTCPF <> WS-KT-CPF
                           MOVE "Y" TO WS-KT-EOF
                       ELSE
                           PERFORM CARTAO-CONSULTA-ITEM-PROCEDURE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-CARTAO.
           MOVE WS-KT-FS TO WS-FS.
       CARTAO-CONSULTA-ITEM-PROCEDURE.
           ADD 1 TO WS-KT-VIAS.
           IF KTSTATUS = "A"
               MOVE KTNUM TO WS-KT-ATUAL
               MOVE "ATIVO" TO WS-KT-SITUACAO
           ELSE
               IF WS-KT-SITUACAO <> "ATIVO"
                   MOVE KTNUM TO WS-KT-ATUAL
                   MOVE "BLOQUEADO" TO WS-KT-SITUACAO
               END-IF
           END-IF.
       CARTAO-ABRIR-PROCEDURE.
           OPEN I-O ARQ-CARTAO.
           IF WS-FS = "35"
               CLOSE ARQ-CARTAO
               OPEN OUTPUT ARQ-CARTAO
               CLOSE ARQ-CARTAO
               OPEN I-O ARQ-CARTAO
           END-IF.
       CARTAO-EMITE-PROCEDURE.
           MOVE SCLIENTE TO WS-KT-CPF.
           PERFORM CARTAO-CONSULTA-PROCEDURE.
           PERFORM LE-PARAMETROS-PADRAO-PROCEDURE.
           MOVE ZERO TO WS-KT-TAXA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "EMISSAO DE CARTAO DE SOCIO" AT LINE 01 COL 01.
           DISPLAY "CLIENTE: " WS-CNOME AT LINE 03 COL 01.
           IF WS-KT-VIAS > ZERO
               MOVE WS-KT-TAXA-PAR TO WS-KT-TAXA
               DISPLAY "SEGUNDA VIA, TAXA LANCADA NA CONTA: "
                   WS-KT-TAXA AT LINE 05 COL 01
           END-IF.
           IF WS-KT-SITUACAO = "ATIVO"
               DISPLAY "O CARTAO ATIVO " WS-KT-ATUAL
                   " SERA BLOQUEADO" AT LINE 06 COL 01
           END-IF.
           DISPLAY "CONFIRMA A EMISSAO? (S/N): " AT LINE 08 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 08 COL 28.
           IF DCONF <> "S" AND DCONF <> "s"
               EXIT PARAGRAPH
           END-IF.
           IF WS-KT-SITUACAO = "ATIVO"
               MOVE WS-KT-ATUAL TO WS-KT-NUM
               PERFORM CARTAO-BLOQUEIA-GRAVA-PROCEDURE
           END-IF.
           MOVE "K" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           MOVE WS-SEQ-NUMERO TO WS-KT-NUM.
           PERFORM CARTAO-DV-PROCEDURE.
           PERFORM CARTAO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-CARTAO
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KT-NUM TO KTNUM.
           MOVE SCLIENTE TO KTCPF.
           MOVE "A" TO KTSTATUS.
           ADD 1 TO WS-KT-VIAS.
           MOVE WS-KT-VIAS TO KTVIA.
           ACCEPT KTEMISSAO FROM DATE YYYYMMDD.
           MOVE WS-FILIAL-LOGADA TO KTFILIAL.
           MOVE WS-SEMPID-LOGADO TO KTEMPID.
           MOVE WS-KT-TAXA TO KTTAXA.
           MOVE ZEROES TO KTBLOQUEIO.
           MOVE ZEROES TO KTBLQEMPID.
           WRITE REG-CARTAO.
           CLOSE ARQ-CARTAO.
           IF WS-KT-TAXA > ZERO
               PERFORM CARTAO-COBRA-PROCEDURE
           END-IF.
           PERFORM CARTAO-IMPRIME-PROCEDURE.
           DISPLAY "CARTAO " WS-KT-NUM WS-KT-DV " EMITIDO"
               AT LINE 10 COL 01.
           ACCEPT INUTIL AT LINE 10 COL 30.
       CARTAO-COBRA-PROCEDURE.
           MOVE SCLIENTE TO WS-DEV-CPF.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               PERFORM RESOLVE-DEVEDOR-PROCEDURE
           END-IF.
           CLOSE ARQ-CLIENTES.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           MOVE WS-DEV-CPF TO MRCPF.
           READ ARQ-RECEBER
               INVALID KEY
                   MOVE WS-KT-TAXA TO MRSALDO
                   MOVE ZEROES TO MRSALDO-PLANO
                   MOVE "N" TO MRCOBRANCA
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
               NOT INVALID KEY
                   ADD WS-KT-TAXA TO MRSALDO
                   PERFORM JRN-ANTES-RECEBER-PROCEDURE
                   REWRITE REG-RECEBER
                   PERFORM JRN-RECEBER-PROCEDURE
           END-READ.
           MOVE WS-KT-TAXA TO WS-RI-VALOR.
           MOVE "CT" TO WS-RI-ORIGEM.
           PERFORM GRAVA-RECEBITEM-PROCEDURE.
           CLOSE ARQ-RECEBER.
       CARTAO-IMPRIME-PROCEDURE.
           PERFORM RECIBO-ABRIR-PROCEDURE.
           IF WS-FS = 0
               PERFORM RECIBO-CABECALHO-PROCEDURE
               STRING "CARTAO DE SOCIO NR " WS-KT-NUM WS-KT-DV
                   " VIA " WS-KT-VIAS
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               STRING "*K" WS-KT-NUM WS-KT-DV "*"
                   DELIMITED BY SIZE INTO WS-RECIBO-LINHA
               END-STRING
               PERFORM RECIBO-LINHA-PROCEDURE
               IF WS-KT-TAXA > ZERO
                   STRING "TAXA DE SEGUNDA VIA LANCADA NA CONTA "
                       WS-KT-TAXA
                       DELIMITED BY SIZE INTO WS-RECIBO-LINHA
                   END-STRING
                   PERFORM RECIBO-LINHA-PROCEDURE
               END-IF
               PERFORM RECIBO-LINHA-PROCEDURE
               CLOSE ARQ-RECIBO
           END-IF.
           MOVE 00 TO WS-FS.
       CARTAO-BLOQUEIA-PROCEDURE.
           MOVE SCLIENTE TO WS-KT-CPF.
           PERFORM CARTAO-CONSULTA-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "BLOQUEIO DE CARTAO PERDIDO" AT LINE 01 COL 01.
           IF WS-KT-SITUACAO <> "ATIVO"
               DISPLAY "CLIENTE SEM CARTAO ATIVO" AT LINE 03 COL 01
               ACCEPT INUTIL AT LINE 03 COL 30
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BLOQUEAR O CARTAO " WS-KT-ATUAL "? (S/N): "
               AT LINE 03 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 03 COL 36.
           IF DCONF <> "S" AND DCONF <> "s"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KT-ATUAL TO WS-KT-NUM.
           PERFORM CARTAO-BLOQUEIA-GRAVA-PROCEDURE.
           DISPLAY "CARTAO BLOQUEADO. EMITIR SEGUNDA VIA? (S/N): "
               AT LINE 05 COL 01.
           MOVE SPACE TO WS-KT-OPCAO.
           ACCEPT WS-KT-OPCAO AT LINE 05 COL 47.
           IF WS-KT-OPCAO = "S" OR WS-KT-OPCAO = "s"
               PERFORM CARTAO-EMITE-PROCEDURE
           END-IF.
       CARTAO-BLOQUEIA-GRAVA-PROCEDURE.
           PERFORM CARTAO-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE WS-KT-NUM TO KTNUM
               READ ARQ-CARTAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "B" TO KTSTATUS
                       ACCEPT KTBLOQUEIO FROM DATE YYYYMMDD
                       MOVE WS-SEMPID-LOGADO TO KTBLQEMPID
                       REWRITE REG-CARTAO
               END-READ
           END-IF.
           CLOSE ARQ-CARTAO.
           MOVE 00 TO WS-FS.
       FAMILIA-ABRIR-PROCEDURE.
           OPEN I-O ARQ-FAMILIA.
           IF WS-FS = "35"
               CLOSE ARQ-FAMILIA
               OPEN OUTPUT ARQ-FAMILIA
               CLOSE ARQ-FAMILIA
               OPEN I-O ARQ-FAMILIA
           END-IF.
       FAMILIA-TITULAR-PROCEDURE.
           MOVE WS-FS TO WS-FM-FS.
           MOVE ZEROES TO WS-FM-TITULAR.
           MOVE "N" TO WS-FM-AUTORIZA.
           MOVE "N" TO WS-FM-COMP-LIMITE.
           MOVE "N" TO WS-FM-COMP-SALDO.
           MOVE "N" TO WS-FM-COMP-PLANO.
           OPEN INPUT ARQ-FAMILIA.
           IF WS-FS = 0
               MOVE WS-FM-CPF TO FMCPF
               READ ARQ-FAMILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FMTITULAR TO WS-FM-TITULAR
                       MOVE FMAUTORIZA TO WS-FM-AUTORIZA
               END-READ
               IF WS-FM-TITULAR > ZEROES
                   MOVE WS-FM-TITULAR TO FMCPF
                   READ ARQ-FAMILIA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FMCOMP-LIMITE TO WS-FM-COMP-LIMITE
                           MOVE FMCOMP-SALDO TO WS-FM-COMP-SALDO
                           MOVE FMCOMP-PLANO TO WS-FM-COMP-PLANO
                   END-READ
               END-IF
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE WS-FM-FS TO WS-FS.
       FAMILIA-CARREGA-PROCEDURE.
           PERFORM FAMILIA-TITULAR-PROCEDURE.
           MOVE "N" TO WS-FM-BLOQ.
           MOVE ZERO TO WS-FM-QTD.
           INITIALIZE WS-FM-MEMBROS.
           IF WS-FM-TITULAR = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FS TO WS-FM-FS.
           OPEN INPUT ARQ-FAMILIA.
           IF WS-FS = 0
               MOVE WS-FM-TITULAR TO FMTITULAR
               START ARQ-FAMILIA KEY IS EQUAL TO FMTITULAR
                   INVALID KEY MOVE "Y" TO WS-FM-EOF
                   NOT INVALID KEY MOVE "N" TO WS-FM-EOF
               END-START
               PERFORM UNTIL WS-FM-EOF = "Y"
                   READ ARQ-FAMILIA NEXT RECORD
                       AT END MOVE "Y" TO WS-FM-EOF
                   END-READ
                   IF WS-FM-EOF = "N"
                       IF FMTITULAR <> WS-FM-TITULAR
                           MOVE "Y" TO WS-FM-EOF
                       ELSE
                           IF WS-FM-QTD < 8
                               ADD 1 TO WS-FM-QTD
                               MOVE FMCPF TO WS-FM-MCPF (WS-FM-QTD)
                               MOVE FMAUTORIZA
                                   TO WS-FM-MAUT (WS-FM-QTD)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE WS-FM-FS TO WS-FS.
       FAMILIA-MEMBRO-PROCEDURE.
           MOVE "N" TO WS-FM-ACHOU.
           MOVE "N" TO WS-FM-TAUT.
           PERFORM VARYING WS-FM-I FROM 1 BY 1
               UNTIL WS-FM-I > WS-FM-QTD
               IF WS-FM-MCPF (WS-FM-I) = WS-FM-TESTE
                   MOVE "S" TO WS-FM-ACHOU
                   MOVE WS-FM-MAUT (WS-FM-I) TO WS-FM-TAUT
               END-IF
           END-PERFORM.
       FAMILIA-BLOQUEIO-PROCEDURE.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           PERFORM VARYING WS-FM-I FROM 1 BY 1
               UNTIL WS-FM-I > WS-FM-QTD
               IF WS-FM-MCPF (WS-FM-I) <> SCLIENTE
                   MOVE WS-FM-MCPF (WS-FM-I) TO MRCPF
                   READ ARQ-RECEBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MRSALDO > ZEROES
                               MOVE "S" TO WS-CLIENTE-BLOQ
                               MOVE "S" TO WS-FM-BLOQ
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECEBER.
       LIMITE-ABERTAS-PROCEDURE.
           MOVE WS-LA-CPF TO LACPF.
           MOVE ZEROES TO LAFCHAVE.
           START ARQ-LOCABERTA KEY IS NOT LESS THAN LACHAVE
               INVALID KEY MOVE "Y" TO WS-LA-EOF
               NOT INVALID KEY MOVE "N" TO WS-LA-EOF
           END-START.
           PERFORM UNTIL WS-LA-EOF = "Y"
               READ ARQ-LOCABERTA NEXT RECORD
                   AT END MOVE "Y" TO WS-LA-EOF
               END-READ
               IF WS-LA-EOF = "N" AND LACPF <> WS-LA-CPF
                   MOVE "Y" TO WS-LA-EOF
               END-IF
               IF WS-LA-EOF = "N"
                   MOVE LAFCOD TO FCOD
                   MOVE LAFCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM LIMITE-FILME-PROCEDURE
                   END-READ
               END-IF
           END-PERFORM.
       LIMITE-VARREDURA-PROCEDURE.
           MOVE LOW-VALUES TO FCHAVE.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-LA-EOF
               NOT INVALID KEY MOVE "N" TO WS-LA-EOF
           END-START.
           PERFORM UNTIL WS-LA-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-LA-EOF
               END-READ
               IF WS-LA-EOF = "N" AND FACPF <> ZEROES
                   PERFORM LIMITE-FILME-PROCEDURE
               END-IF
           END-PERFORM.
       LIMITE-FILME-PROCEDURE.
           IF FACPF = SCLIENTE AND FSTATUS <> "P"
               COMPUTE WS-QTD-ALUGADOS = WS-QTD-ALUGADOS + 1
               IF FDTDEV <> ZEROES
                   COMPUTE WS-JULIANO-VENC =
                       FUNCTION INTEGER-OF-DATE (FDTDEV)
                   IF WS-JULIANO-VENC < WS-JULIANO-HOJE
                       MOVE "S" TO WS-CLIENTE-BLOQ
                   END-IF
               END-IF
           END-IF.
           IF WS-RESP-CPF > ZEROES AND FACPF = WS-RESP-CPF
               AND FSTATUS <> "P" AND FDTDEV <> ZEROES
               COMPUTE WS-JULIANO-VENC =
                   FUNCTION INTEGER-OF-DATE (FDTDEV)
               IF WS-JULIANO-VENC < WS-JULIANO-HOJE
                   MOVE "S" TO WS-CLIENTE-BLOQ
               END-IF
           END-IF.
           IF WS-FM-QTD > 1 AND FACPF <> ZEROES
               AND FACPF <> SCLIENTE AND FSTATUS <> "P"
               PERFORM FAMILIA-FILME-PROCEDURE
           END-IF.
       FAMILIA-FILME-PROCEDURE.
           MOVE FACPF TO WS-FM-TESTE.
           PERFORM FAMILIA-MEMBRO-PROCEDURE.
           IF WS-FM-ACHOU <> "S"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FM-COMP-LIMITE = "S"
               ADD 1 TO WS-QTD-ALUGADOS
           END-IF.
           IF FDTDEV <> ZEROES
               COMPUTE WS-JULIANO-VENC =
                   FUNCTION INTEGER-OF-DATE (FDTDEV)
               IF WS-JULIANO-VENC < WS-JULIANO-HOJE
                   MOVE "S" TO WS-CLIENTE-BLOQ
                   MOVE "S" TO WS-FM-BLOQ
               END-IF
           END-IF.
       FAMILIA-DEVEDOR-PROCEDURE.
           MOVE WS-FS TO WS-FM-FS.
           OPEN INPUT ARQ-FAMILIA.
           IF WS-FS = 0
               MOVE WS-DEV-CPF TO FMCPF
               READ ARQ-FAMILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FMTITULAR <> FMCPF
                           MOVE FMTITULAR TO FMCPF
                           READ ARQ-FAMILIA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF FMCOMP-SALDO = "S"
                                       MOVE FMTITULAR TO WS-DEV-CPF
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE WS-FM-FS TO WS-FS.
       FAMILIA-PORTADOR-PROCEDURE.
           MOVE WS-FACPF TO WS-FM-CPF.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
           MOVE WS-FM-PORTADOR TO WS-FM-TESTE.
           PERFORM FAMILIA-MEMBRO-PROCEDURE.
           IF WS-FM-ACHOU = "S" AND WS-FM-TAUT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "PORTADOR NAO AUTORIZADO PELA FAMILIA DO CLIENTE".
           ACCEPT INUTIL AT LINE 04 COL 01.
           MOVE WS-FACPF TO SCLIENTE.
           PERFORM LIBERA-SUPERVISOR-PROCEDURE.
           IF WS-SUP-OK <> "S"
               MOVE "N" TO DCONF
           END-IF.
       FAMILIA-PAGADOR-PROCEDURE.
           MOVE SCLIENTE TO WS-FM-CPF.
           PERFORM FAMILIA-TITULAR-PROCEDURE.
           IF WS-FM-TITULAR = ZEROES OR WS-FM-TITULAR = SCLIENTE
               OR WS-FM-COMP-SALDO <> "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           MOVE SCLIENTE TO MRCPF.
           PERFORM RECEBER-CONSULTAR-PROCEDURE.
           CLOSE ARQ-RECEBER.
           IF WS-MR-SALDO > ZEROES OR WS-MR-SALDO-PLANO > ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY "SALDO COMPARTILHADO PELA FAMILIA".
           DISPLAY "PAGAMENTO NA CONTA DO TITULAR " WS-FM-TITULAR.
           ACCEPT INUTIL AT LINE 04 COL 01.
           MOVE WS-FM-TITULAR TO SCLIENTE.
       FAMILIA-RESUMO-PROCEDURE.
           MOVE SPACES TO WS-FM-RESUMO.
           IF WS-FM-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FM-SALDO.
           MOVE ZERO TO WS-FM-ALUG.
           MOVE ZERO TO WS-FM-ATRASO.
           PERFORM RECEBER-ABRIR-PROCEDURE.
           PERFORM VARYING WS-FM-I FROM 1 BY 1
               UNTIL WS-FM-I > WS-FM-QTD
               MOVE WS-FM-MCPF (WS-FM-I) TO MRCPF
               READ ARQ-RECEBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD MRSALDO TO WS-FM-SALDO
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEBER.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS = 0
               MOVE ZEROES TO FCOD
               START ARQ-FILMES KEY IS GREATER THAN FCOD
                   INVALID KEY MOVE "Y" TO WS-FM-EOF
                   NOT INVALID KEY MOVE "N" TO WS-FM-EOF
               END-START
               PERFORM UNTIL WS-FM-EOF = "Y"
                   READ ARQ-FILMES NEXT RECORD
                       AT END MOVE "Y" TO WS-FM-EOF
                   END-READ
                   IF WS-FM-EOF = "N" AND FACPF <> ZEROES
                       AND FSTATUS <> "P"
                       MOVE FACPF TO WS-FM-TESTE
                       PERFORM FAMILIA-MEMBRO-PROCEDURE
                       IF WS-FM-ACHOU = "S"
                           ADD 1 TO WS-FM-ALUG
                           IF FDTDEV <> ZEROES AND FDTDEV < WS-HOJE
                               ADD 1 TO WS-FM-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-FILMES.
           MOVE WS-FM-SALDO TO WS-FM-SALDO-ED.
           STRING "FAMILIA (TIT. " WS-FM-TITULAR ") MEMBROS " WS-FM-QTD
               " ALUG " WS-FM-ALUG " ATRASO " WS-FM-ATRASO
               " SALDO " WS-FM-SALDO-ED
               DELIMITED BY SIZE INTO WS-FM-RESUMO
           END-STRING.
       FAMILIA-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "FAMILIA / DOMICILIO" AT LINE 01 COL 01.
           DISPLAY "CPF DO TITULAR OU DE UM MEMBRO: " AT LINE 03 COL 01.
           MOVE ZEROES TO WS-FM-CPF.
           ACCEPT WS-FM-CPF AT LINE 03 COL 33.
           IF WS-FM-CPF = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FAMILIA-MANTER-PROCEDURE.
       FAMILIA-MANTER-PROCEDURE.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
           IF WS-FM-TITULAR = ZEROES
               PERFORM FAMILIA-CRIA-PROCEDURE
               IF WS-FM-TITULAR = ZEROES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FAMILIA-CARREGA-PROCEDURE
           END-IF.
           MOVE WS-FM-TITULAR TO WS-FM-CPF.
           MOVE WS-FM-TITULAR TO WS-FM-TESTE.
           PERFORM FAMILIA-CLIENTE-PROCEDURE.
           MOVE WS-FM-NOME TO WS-FM-TNOME.
           MOVE SPACE TO WS-FM-OPCAO.
           PERFORM UNTIL WS-FM-OPCAO = "S"
               PERFORM FAMILIA-LINHAS-PROCEDURE
               MOVE WS-FM-COMP-LIMITE TO WS-FM-ANT-LIMITE
               MOVE WS-FM-COMP-SALDO TO WS-FM-ANT-SALDO
               MOVE WS-FM-COMP-PLANO TO WS-FM-ANT-PLANO
               MOVE SPACE TO WS-FM-OPCAO
               MOVE ZEROES TO WS-FM-NOVO
               DISPLAY FAMILIASCR
               ACCEPT FAMILIASCR
               PERFORM FAMILIA-OPCOES-PROCEDURE
               EVALUATE WS-FM-OPCAO
                   WHEN "I"
                   WHEN "i"
                       PERFORM FAMILIA-INCLUI-PROCEDURE
                   WHEN "R"
                   WHEN "r"
                       PERFORM FAMILIA-REMOVE-PROCEDURE
                   WHEN "A"
                   WHEN "a"
                       PERFORM FAMILIA-AUTORIZA-PROCEDURE
                   WHEN OTHER
                       MOVE "S" TO WS-FM-OPCAO
               END-EVALUATE
               IF WS-FM-QTD = ZERO
                   MOVE "S" TO WS-FM-OPCAO
               END-IF
           END-PERFORM.
       FAMILIA-CLIENTE-PROCEDURE.
           MOVE "N" TO WS-FM-CLI-OK.
           MOVE SPACES TO WS-FM-NOME.
           MOVE ZERO TO WS-FM-IDADE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE WS-FM-TESTE TO CCPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNOME TO WS-FM-NOME
                       IF CTIPO <> "J" AND CTIPO <> "j"
                           MOVE "S" TO WS-FM-CLI-OK
                           ACCEPT WS-HOJE FROM DATE YYYYMMDD
                           COMPUTE WS-FM-IDADE =
                               (WS-HOJE - CNASCIMENTO) / 10000
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CLIENTES.
           MOVE 00 TO WS-FS.
       FAMILIA-CRIA-PROCEDURE.
           MOVE WS-FM-CPF TO WS-FM-TESTE.
           PERFORM FAMILIA-CLIENTE-PROCEDURE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "FAMILIA / DOMICILIO" AT LINE 01 COL 01.
           IF WS-FM-CLI-OK <> "S" OR WS-FM-IDADE < 18
               DISPLAY "TITULAR DEVE SER PESSOA FISICA MAIOR DE IDADE"
                   AT LINE 03 COL 01
               ACCEPT INUTIL AT LINE 03 COL 50
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLIENTE SEM FAMILIA: " WS-FM-NOME AT LINE 03 COL 01.
           DISPLAY "CRIAR FAMILIA COM O CLIENTE COMO TITULAR? (S/N): "
               AT LINE 05 COL 01.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 05 COL 52.
           IF DCONF <> "S" AND DCONF <> "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FAMILIA-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-FAMILIA
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FM-CPF TO FMCPF.
           MOVE WS-FM-CPF TO FMTITULAR.
           MOVE "S" TO FMAUTORIZA.
           MOVE "N" TO FMCOMP-LIMITE.
           MOVE "N" TO FMCOMP-SALDO.
           MOVE "N" TO FMCOMP-PLANO.
           ACCEPT FMDATA FROM DATE YYYYMMDD.
           MOVE WS-SEMPID-LOGADO TO FMEMPID.
           WRITE REG-FAMILIA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           CLOSE ARQ-FAMILIA.
           MOVE WS-FM-CPF TO WS-FM-TITULAR.
       FAMILIA-LINHAS-PROCEDURE.
           MOVE SPACES TO WS-FM-LINHAS.
           PERFORM VARYING WS-FM-I FROM 1 BY 1
               UNTIL WS-FM-I > WS-FM-QTD
               MOVE WS-FM-MCPF (WS-FM-I) TO WS-FM-TESTE
               PERFORM FAMILIA-CLIENTE-PROCEDURE
               IF WS-FM-MCPF (WS-FM-I) = WS-FM-TITULAR
                   MOVE "TITULAR" TO WS-FM-TAG
               ELSE
                   IF WS-FM-MAUT (WS-FM-I) = "S"
                       MOVE "A" TO WS-FM-TAG
                   ELSE
                       MOVE "-" TO WS-FM-TAG
                   END-IF
               END-IF
               STRING WS-FM-MCPF (WS-FM-I) " " WS-FM-NOME (1:40) " "
                   WS-FM-TAG
                   DELIMITED BY SIZE INTO WS-FM-L (WS-FM-I)
               END-STRING
           END-PERFORM.
       FAMILIA-OPCOES-PROCEDURE.
           MOVE FUNCTION UPPER-CASE (WS-FM-COMP-LIMITE)
               TO WS-FM-COMP-LIMITE.
           MOVE FUNCTION UPPER-CASE (WS-FM-COMP-SALDO)
               TO WS-FM-COMP-SALDO.
           MOVE FUNCTION UPPER-CASE (WS-FM-COMP-PLANO)
               TO WS-FM-COMP-PLANO.
           IF WS-FM-COMP-LIMITE <> "S"
               MOVE "N" TO WS-FM-COMP-LIMITE
           END-IF.
           IF WS-FM-COMP-SALDO <> "S"
               MOVE "N" TO WS-FM-COMP-SALDO
           END-IF.
           IF WS-FM-COMP-PLANO <> "S"
               MOVE "N" TO WS-FM-COMP-PLANO
           END-IF.
           IF WS-FM-COMP-LIMITE = WS-FM-ANT-LIMITE
               AND WS-FM-COMP-SALDO = WS-FM-ANT-SALDO
               AND WS-FM-COMP-PLANO = WS-FM-ANT-PLANO
               EXIT PARAGRAPH
           END-IF.
           PERFORM FAMILIA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE WS-FM-TITULAR TO FMCPF
               READ ARQ-FAMILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-FM-COMP-LIMITE TO FMCOMP-LIMITE
                       MOVE WS-FM-COMP-SALDO TO FMCOMP-SALDO
                       MOVE WS-FM-COMP-PLANO TO FMCOMP-PLANO
                       REWRITE REG-FAMILIA
               END-READ
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE 00 TO WS-FS.
       FAMILIA-INCLUI-PROCEDURE.
           IF WS-FM-QTD >= 8
               DISPLAY "FAMILIA JA POSSUI 8 MEMBROS" AT LINE 20 COL 03
               ACCEPT INUTIL AT LINE 20 COL 60
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FM-NOVO TO WS-FM-TESTE.
           PERFORM FAMILIA-CLIENTE-PROCEDURE.
           IF WS-FM-CLI-OK <> "S"
               DISPLAY "CPF NAO CADASTRADO OU PESSOA JURIDICA"
                   AT LINE 20 COL 03
               ACCEPT INUTIL AT LINE 20 COL 60
               EXIT PARAGRAPH
           END-IF.
           PERFORM FAMILIA-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               CLOSE ARQ-FAMILIA
               MOVE 00 TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FM-NOVO TO FMCPF.
           READ ARQ-FAMILIA
               INVALID KEY
                   MOVE WS-FM-NOVO TO FMCPF
                   MOVE WS-FM-TITULAR TO FMTITULAR
                   MOVE "N" TO FMAUTORIZA
                   MOVE "N" TO FMCOMP-LIMITE
                   MOVE "N" TO FMCOMP-SALDO
                   MOVE "N" TO FMCOMP-PLANO
                   ACCEPT FMDATA FROM DATE YYYYMMDD
                   MOVE WS-SEMPID-LOGADO TO FMEMPID
                   WRITE REG-FAMILIA
                   DISPLAY "MEMBRO INCLUIDO: " WS-FM-NOME
                       AT LINE 20 COL 03
               NOT INVALID KEY
                   DISPLAY "CLIENTE JA PERTENCE A UMA FAMILIA"
                       AT LINE 20 COL 03
           END-READ.
           CLOSE ARQ-FAMILIA.
           MOVE 00 TO WS-FS.
           ACCEPT INUTIL AT LINE 20 COL 75.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
       FAMILIA-REMOVE-PROCEDURE.
           MOVE WS-FM-NOVO TO WS-FM-TESTE.
           PERFORM FAMILIA-MEMBRO-PROCEDURE.
           IF WS-FM-ACHOU <> "S"
               DISPLAY "CPF NAO E MEMBRO DESTA FAMILIA"
                   AT LINE 20 COL 03
               ACCEPT INUTIL AT LINE 20 COL 60
               EXIT PARAGRAPH
           END-IF.
           IF WS-FM-NOVO = WS-FM-TITULAR AND WS-FM-QTD > 1
               DISPLAY "REMOVA OS DEMAIS MEMBROS ANTES DO TITULAR"
                   AT LINE 20 COL 03
               ACCEPT INUTIL AT LINE 20 COL 60
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMA A REMOCAO? (S/N): " AT LINE 20 COL 03.
           MOVE SPACE TO DCONF.
           ACCEPT DCONF AT LINE 20 COL 30.
           IF DCONF <> "S" AND DCONF <> "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FAMILIA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE WS-FM-NOVO TO FMCPF
               DELETE ARQ-FAMILIA RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE 00 TO WS-FS.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
       FAMILIA-AUTORIZA-PROCEDURE.
           MOVE WS-FM-NOVO TO WS-FM-TESTE.
           PERFORM FAMILIA-MEMBRO-PROCEDURE.
           IF WS-FM-ACHOU <> "S"
               DISPLAY "CPF NAO E MEMBRO DESTA FAMILIA"
                   AT LINE 20 COL 03
               ACCEPT INUTIL AT LINE 20 COL 60
               EXIT PARAGRAPH
           END-IF.
           IF WS-FM-NOVO = WS-FM-TITULAR
               DISPLAY "O TITULAR E SEMPRE AUTORIZADO"
                   AT LINE 20 COL 03
               ACCEPT INUTIL AT LINE 20 COL 60
               EXIT PARAGRAPH
           END-IF.
           IF WS-FM-TAUT <> "S"
               PERFORM FAMILIA-CLIENTE-PROCEDURE
               IF WS-FM-IDADE < 18
                   DISPLAY "MENOR DE IDADE NAO PODE SER AUTORIZADO"
                       AT LINE 20 COL 03
                   ACCEPT INUTIL AT LINE 20 COL 60
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FAMILIA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE WS-FM-NOVO TO FMCPF
               READ ARQ-FAMILIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FMAUTORIZA = "S"
                           MOVE "N" TO FMAUTORIZA
                       ELSE
                           MOVE "S" TO FMAUTORIZA
                       END-IF
                       REWRITE REG-FAMILIA
               END-READ
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE 00 TO WS-FS.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
       FAMILIA-EXCLUI-PROCEDURE.
           MOVE SCLIENTE TO WS-FM-CPF.
           PERFORM FAMILIA-CARREGA-PROCEDURE.
           IF WS-FM-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM FAMILIA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               PERFORM VARYING WS-FM-I FROM 1 BY 1
                   UNTIL WS-FM-I > WS-FM-QTD
                   IF WS-FM-MCPF (WS-FM-I) = SCLIENTE
                       OR WS-FM-TITULAR = SCLIENTE
                       MOVE WS-FM-MCPF (WS-FM-I) TO FMCPF
                       DELETE ARQ-FAMILIA RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-FAMILIA.
           MOVE 00 TO WS-FS.
       INDICACAO-ABRIR-PROCEDURE.
           OPEN I-O ARQ-INDICACAO.
           IF WS-FS = "35"
               CLOSE ARQ-INDICACAO
               OPEN OUTPUT ARQ-INDICACAO
               CLOSE ARQ-INDICACAO
               OPEN I-O ARQ-INDICACAO
           END-IF.
       INDICACAO-CADASTRO-PROCEDURE.
           MOVE ZEROES TO WS-IN-INDICADOR.
           MOVE "N" TO WS-IN-VALIDO.
           PERFORM UNTIL WS-IN-VALIDO = "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "CLIENTE INDICADO POR (CPF, 0=NENHUM): "
                   AT LINE 03 COL 01
               ACCEPT WS-IN-INDICADOR AT LINE 03 COL 40
               PERFORM INDICACAO-VALIDA-PROCEDURE
               IF WS-IN-VALIDO <> "S"
                   DISPLAY WS-IN-MSG AT LINE 05 COL 01
                   ACCEPT INUTIL AT LINE 06 COL 01
               END-IF
           END-PERFORM.
           IF WS-IN-INDICADOR = ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM INDICACAO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               PERFORM DECODE-FS-PROCEDURE
               DISPLAY WS-FS-TEXTO
               CLOSE ARQ-INDICACAO
               DISPLAY FILEERROSCREEN
               ACCEPT INUTIL AT LINE 04 COL 01
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REG-INDICACAO.
           MOVE WS-CCPF TO INCPF.
           MOVE WS-IN-INDICADOR TO ININDICADOR.
           ACCEPT INDATA FROM DATE YYYYMMDD.
           MOVE WS-FILIAL-LOGADA TO INFILIAL.
           MOVE WS-SEMPID-LOGADO TO INEMPID.
           MOVE "P" TO INSTATUS.
           MOVE "N" TO INBONUS.
           WRITE REG-INDICACAO
               INVALID KEY
                   DISPLAY "CLIENTE JA POSSUI INDICACAO REGISTRADA"
                       AT LINE 05 COL 01
                   ACCEPT INUTIL AT LINE 06 COL 01
           END-WRITE.
           CLOSE ARQ-INDICACAO.
       INDICACAO-VALIDA-PROCEDURE.
           MOVE "S" TO WS-IN-VALIDO.
           MOVE SPACES TO WS-IN-MSG.
           IF WS-IN-INDICADOR = ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IN-VALIDO.
           IF WS-IN-INDICADOR = WS-CCPF
               MOVE "AUTO-INDICACAO NAO PERMITIDA" TO WS-IN-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-INDICADOR = WS-CRESPCPF
               MOVE "RESPONSAVEL NAO PODE INDICAR O DEPENDENTE"
                   TO WS-IN-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE "INDICADOR NAO CADASTRADO" TO WS-IN-MSG.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS = 0
               MOVE WS-IN-INDICADOR TO CCPF
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-IN-MSG
                       IF CCEP = WS-CCEP AND CNUM = WS-CNUM
                           MOVE "MESMO ENDERECO DO INDICADOR"
                               TO WS-IN-MSG
                       END-IF
                       IF CTEL = WS-CTEL AND CTEL <> SPACES
                           MOVE "MESMO TELEFONE DO INDICADOR"
                               TO WS-IN-MSG
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CLIENTES.
           IF WS-IN-MSG <> SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CCPF TO WS-FM-CPF.
           PERFORM INDICACAO-FAMILIA-PROCEDURE.
           IF WS-IN-TIT-NOVO > ZEROES
               AND WS-IN-TIT-NOVO = WS-IN-TIT-IND
               MOVE "INDICADOR E DA MESMA FAMILIA" TO WS-IN-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-IN-VALIDO.
       INDICACAO-FAMILIA-PROCEDURE.
           PERFORM FAMILIA-TITULAR-PROCEDURE.
           MOVE WS-FM-TITULAR TO WS-IN-TIT-NOVO.
           MOVE WS-IN-INDICADOR TO WS-FM-CPF.
           PERFORM FAMILIA-TITULAR-PROCEDURE.
           MOVE WS-FM-TITULAR TO WS-IN-TIT-IND.
       INDICACAO-BONUS-PROCEDURE.
           MOVE ZERO TO WS-IN-PERC.
           MOVE ZERO TO WS-IN-PAGOS.
           MOVE WS-FS TO WS-IN-FS.
           OPEN INPUT ARQ-INDICACAO.
           IF WS-FS = 0
               MOVE SCLIENTE TO INCPF
               READ ARQ-INDICACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INSTATUS = "C" AND INBONUS = "D"
                           MOVE WS-IN-DESC-PAR TO WS-IN-PERC
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-INDICACAO.
           MOVE WS-IN-FS TO WS-FS.
       INDICACAO-PROCESSA-PROCEDURE.
           MOVE "N" TO WS-IN-CONVERTEU.
           IF WS-IN-PAGOS = ZERO
               MOVE ZERO TO WS-IN-PERC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FS TO WS-IN-FS.
           PERFORM INDICACAO-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE SCLIENTE TO INCPF
               READ ARQ-INDICACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM INDICACAO-ATUALIZA-PROCEDURE
               END-READ
           END-IF.
           CLOSE ARQ-INDICACAO.
           MOVE ZERO TO WS-IN-PERC.
           MOVE ZERO TO WS-IN-PAGOS.
           IF WS-IN-CONVERTEU = "S"
               PERFORM INDICACAO-CREDITA-PROCEDURE
           END-IF.
           MOVE WS-IN-FS TO WS-FS.
       INDICACAO-ATUALIZA-PROCEDURE.
           IF WS-IN-PERC > ZERO AND INBONUS = "D"
               MOVE "U" TO INBONUS
               MOVE WS-DATA-NEG TO INDTBONUS
           END-IF.
           IF INSTATUS = "P"
               ADD WS-IN-PAGOS TO INQTD
               IF INQTD >= WS-IN-QTD-PAR
                   MOVE INCPF TO WS-FM-CPF
                   MOVE ININDICADOR TO WS-IN-INDICADOR
                   PERFORM INDICACAO-FAMILIA-PROCEDURE
                   IF WS-IN-TIT-NOVO > ZEROES
                       AND WS-IN-TIT-NOVO = WS-IN-TIT-IND
                       MOVE "R" TO INSTATUS
                       MOVE WS-DATA-NEG TO INDTCONV
                   ELSE
                       MOVE "C" TO INSTATUS
                       MOVE WS-DATA-NEG TO INDTCONV
                       MOVE WS-IN-CREDITO-PAR TO INCREDITO
                       MOVE "D" TO INBONUS
                       MOVE INCREDITO TO WS-IN-CREDITO
                       MOVE "S" TO WS-IN-CONVERTEU
                   END-IF
               END-IF
           END-IF.
           REWRITE REG-INDICACAO.
       INDICACAO-CREDITA-PROCEDURE.
           PERFORM CARTEIRA-ABRIR-PROCEDURE.
           IF WS-FS = 0
               MOVE WS-IN-INDICADOR TO WCCPF
               READ ARQ-CARTEIRA
                   INVALID KEY
                       MOVE WS-IN-INDICADOR TO WCCPF
                       MOVE WS-IN-CREDITO TO WCSALDO
                       WRITE REG-CARTEIRA
                   NOT INVALID KEY
                       ADD WS-IN-CREDITO TO WCSALDO
                       REWRITE REG-CARTEIRA
               END-READ
           END-IF.
           CLOSE ARQ-CARTEIRA.
           DISPLAY BLANK-SCREEN.
           DISPLAY "INDICACAO CONVERTIDA! CREDITO DE " WS-IN-CREDITO
               " NA CARTEIRA DO CPF " WS-IN-INDICADOR AT LINE 03 COL 01.
           DISPLAY "DESCONTO DE BOAS-VINDAS LIBERADO PARA O CLIENTE"
               AT LINE 04 COL 01.
           ACCEPT INUTIL AT LINE 05 COL 01.
       CUPOM-CARRINHO-PROCEDURE.
           MOVE SPACES TO WS-CP-CODIGO.
           MOVE ZERO TO WS-CP-DESC.
           MOVE ZERO TO WS-CP-ATIVOS.
           MOVE WS-FS TO WS-CP-FS.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CUPOM.
           IF WS-FS = 0
               MOVE SCLIENTE TO CPCPF
               START ARQ-CUPOM KEY IS EQUAL TO CPCPF
                   INVALID KEY MOVE "Y" TO WS-CP-EOF
                   NOT INVALID KEY MOVE "N" TO WS-CP-EOF
               END-START
               PERFORM UNTIL WS-CP-EOF = "Y"
                   READ ARQ-CUPOM NEXT RECORD
                       AT END MOVE "Y" TO WS-CP-EOF
                   END-READ
                   IF WS-CP-EOF = "N"
                       IF CPCPF <> SCLIENTE
                           MOVE "Y" TO WS-CP-EOF
                       ELSE
                           IF CPSTATUS = "A"
                               AND CPVALIDADE >= WS-HOJE
                               ADD 1 TO WS-CP-ATIVOS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-CUPOM.
           MOVE WS-CP-FS TO WS-FS.
           IF WS-CP-ATIVOS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CP-OK.
           PERFORM UNTIL WS-CP-OK = "S"
               DISPLAY BLANK-SCREEN
               DISPLAY "CLIENTE POSSUI " WS-CP-ATIVOS
                   " CUPOM(NS) DE DESCONTO ATIVO(S)" AT LINE 03 COL 01
               DISPLAY "CODIGO DO CUPOM (ENTER = NAO USAR): "
                   AT LINE 04 COL 01
               MOVE SPACES TO WS-CP-CODIGO
               ACCEPT WS-CP-CODIGO AT LINE 04 COL 37
               IF WS-CP-CODIGO = SPACES
                   MOVE "S" TO WS-CP-OK
               ELSE
                   PERFORM CUPOM-VALIDA-PROCEDURE
                   IF WS-CP-OK <> "S"
                       DISPLAY WS-CP-MSG AT LINE 06 COL 01
                       ACCEPT INUTIL AT LINE 07 COL 01
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CP-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CUPOM-APLICA-PROCEDURE.
           DISPLAY "DESCONTO DO CUPOM: " WS-CP-DESC AT LINE 06 COL 01.
           DISPLAY "NOVO TOTAL: " WS-CART-TOTAL AT LINE 07 COL 01.
           ACCEPT INUTIL AT LINE 08 COL 01.
       CUPOM-VALIDA-PROCEDURE.
           MOVE "N" TO WS-CP-OK.
           MOVE "CUPOM INEXISTENTE" TO WS-CP-MSG.
           MOVE WS-FS TO WS-CP-FS.
           OPEN INPUT ARQ-CUPOM.
           IF WS-FS = 0
               MOVE WS-CP-CODIGO TO CPCODIGO
               READ ARQ-CUPOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CUPOM-REGRAS-PROCEDURE
               END-READ
           END-IF.
           CLOSE ARQ-CUPOM.
           MOVE WS-CP-FS TO WS-FS.
       CUPOM-REGRAS-PROCEDURE.
           MOVE SPACES TO WS-CP-MSG.
           IF CPCPF <> SCLIENTE
               MOVE "CUPOM EMITIDO PARA OUTRO CLIENTE" TO WS-CP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CPSTATUS <> "A"
               MOVE "CUPOM JA UTILIZADO" TO WS-CP-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CPVALIDADE < WS-HOJE
               STRING "CUPOM VENCIDO EM " CPVALIDADE
                   DELIMITED BY SIZE INTO WS-CP-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF WS-CART-TOTAL < CPMINIMO
               STRING "COMPRA MINIMA PARA O CUPOM: " CPMINIMO
                   DELIMITED BY SIZE INTO WS-CP-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE CPTIPO TO WS-CP-TIPO.
           MOVE CPVALOR TO WS-CP-VALOR.
           MOVE "S" TO WS-CP-OK.
       CUPOM-APLICA-PROCEDURE.
           MOVE ZERO TO WS-CP-DESC.
           MOVE WS-CP-VALOR TO WS-CP-RESTO.
           PERFORM VARYING WS-CART-I FROM 1 BY 1
               UNTIL WS-CART-I > WS-CART-QTD
               IF WS-CART-INCL (WS-CART-I) = "N"
                   COMPUTE WS-CP-ITEM = WS-CART-VALOR (WS-CART-I)
                       - WS-CART-DESC (WS-CART-I)
                   IF WS-CP-TIPO = "P"
                       COMPUTE WS-CP-ITEM ROUNDED =
                           WS-CP-ITEM * WS-CP-VALOR / 100
                   ELSE
                       IF WS-CP-ITEM > WS-CP-RESTO
                           MOVE WS-CP-RESTO TO WS-CP-ITEM
                       END-IF
                       SUBTRACT WS-CP-ITEM FROM WS-CP-RESTO
                   END-IF
                   ADD WS-CP-ITEM TO WS-CART-DESC (WS-CART-I)
                   ADD WS-CP-ITEM TO WS-CP-DESC
               END-IF
           END-PERFORM.
           SUBTRACT WS-CP-DESC FROM WS-CART-TOTAL.
           ADD WS-CP-DESC TO WS-CART-TOTDESC.
       CUPOM-BAIXA-PROCEDURE.
           MOVE WS-FS TO WS-CP-FS.
           OPEN I-O ARQ-CUPOM.
           IF WS-FS = 0
               MOVE WS-CP-CODIGO TO CPCODIGO
               READ ARQ-CUPOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPSTATUS = "A"
                           MOVE "U" TO CPSTATUS
                           MOVE WS-DATA-NEG TO CPUSO
                           MOVE WS-TRANS TO CPTRANS
                           MOVE WS-CP-DESC TO CPDESC
                           MOVE WS-CART-TOTAL TO CPRECEITA
                           MOVE WS-FILIAL-LOGADA TO CPFILIAL
                           MOVE WS-SEMPID-LOGADO TO CPEMPID
                           REWRITE REG-CUPOM
                       ELSE
                           DISPLAY BLANK-SCREEN
                           DISPLAY "CUPOM " WS-CP-CODIGO
                               " JA FOI UTILIZADO EM OUTRO CAIXA"
                               AT LINE 03 COL 01
                           ACCEPT INUTIL AT LINE 04 COL 01
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CUPOM.
           MOVE WS-CP-FS TO WS-FS.
       RISCO-CONSULTA-PROCEDURE.
           MOVE SPACES TO WS-RS-FAIXA.
           MOVE ZERO TO WS-RS-PONTOS.
           MOVE ZERO TO WS-RS-LIMITE.
           MOVE "N" TO WS-RS-CAUCAO.
           MOVE WS-FS TO WS-RS-FS.
           OPEN INPUT ARQ-RISCO.
           IF WS-FS = 0
               MOVE SCLIENTE TO RSCPF
               READ ARQ-RISCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSFAIXA TO WS-RS-FAIXA
                       MOVE RSPONTOS TO WS-RS-PONTOS
               END-READ
           END-IF.
           CLOSE ARQ-RISCO.
           MOVE WS-RS-FS TO WS-FS.
           EVALUATE WS-RS-FAIXA
               WHEN "B"
                   MOVE WS-RS-LIM-B-PAR TO WS-RS-LIMITE
               WHEN "C"
                   MOVE WS-RS-LIM-C-PAR TO WS-RS-LIMITE
               WHEN "D"
                   MOVE WS-RS-LIM-D-PAR TO WS-RS-LIMITE
           END-EVALUATE.
           IF WS-RS-FAIXA <> SPACES
               AND WS-RS-CAUCAO-PAR <> "N"
               AND WS-RS-CAUCAO-PAR <> SPACES
               AND WS-RS-FAIXA >= WS-RS-CAUCAO-PAR
               MOVE "S" TO WS-RS-CAUCAO
           END-IF.
       RISCO-EXIBE-PROCEDURE.
           EVALUATE WS-RS-FAIXA
               WHEN "B"
                   MOVE "MODERADO" TO WS-RS-DESCR
               WHEN "C"
                   MOVE "ALTO" TO WS-RS-DESCR
               WHEN "D"
                   MOVE "CRITICO" TO WS-RS-DESCR
               WHEN "A"
                   MOVE "BAIXO" TO WS-RS-DESCR
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "FAIXA DE RISCO: " WS-RS-FAIXA " " WS-RS-DESCR
               " (" WS-RS-PONTOS " PONTOS)".
           IF WS-RS-LIMITE > ZERO
               DISPLAY "LIMITE DE ALUGUEIS DA FAIXA: " WS-RS-LIMITE
           END-IF.
           IF WS-RS-CAUCAO = "S"
               DISPLAY "CAUCAO OBRIGATORIA EM TODAS AS COPIAS"
           END-IF.
       SUGESTAO-MONTA-PROCEDURE.
           MOVE ZERO TO WS-SUG-QTD.
           MOVE ZERO TO WS-SUG-VISTO-QTD.
           MOVE ZERO TO WS-SUG-ESC-QTD.
           MOVE WS-FS TO WS-SUG-FS.
           MOVE REG-FILMES TO WS-SUG-FILME-SAV.
           PERFORM SUGESTAO-VISTOS-PROCEDURE.
           OPEN INPUT ARQ-AFINTIT.
           IF WS-FS <> 0
               CLOSE ARQ-AFINTIT
               MOVE WS-SUG-FS TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUG-ORIGEM = "R"
               PERFORM VARYING WS-CART-J FROM 1 BY 1
                   UNTIL WS-CART-J > WS-CART-QTD
                   IF WS-CART-FCOD (WS-CART-J) <> ZEROES
                       MOVE WS-CART-FCOD (WS-CART-J) TO WS-SUG-SEMENTE
                       MOVE 3 TO WS-SUG-FATOR
                       PERFORM SUGESTAO-SEMENTE-PROCEDURE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SUG-J FROM WS-SUG-VISTO-QTD BY -1
                   UNTIL WS-SUG-J < 1
                   OR WS-SUG-J + 3 <= WS-SUG-VISTO-QTD
                   MOVE WS-SUG-VISTO (WS-SUG-J) TO WS-SUG-SEMENTE
                   MOVE 3 TO WS-SUG-FATOR
                   PERFORM SUGESTAO-SEMENTE-PROCEDURE
               END-PERFORM
           END-IF.
           PERFORM SUGESTAO-AVALIACOES-PROCEDURE.
           MOVE ZEROES TO WS-SUG-SEMENTE.
           MOVE 1 TO WS-SUG-FATOR.
           PERFORM SUGESTAO-SEMENTE-PROCEDURE.
           CLOSE ARQ-AFINTIT.
           MOVE "N" TO WS-SUG-FIM.
           PERFORM UNTIL WS-SUG-FIM = "S" OR WS-SUG-ESC-QTD >= 3
               PERFORM SUGESTAO-ESCOLHE-PROCEDURE
           END-PERFORM.
           IF WS-SUG-ESC-QTD > ZERO
               PERFORM SUGESTAO-REGISTRA-PROCEDURE
           END-IF.
           MOVE WS-SUG-FILME-SAV TO REG-FILMES.
           MOVE WS-SUG-FS TO WS-FS.
       SUGESTAO-VISTOS-PROCEDURE.
           IF WS-SUG-ORIGEM = "R"
               PERFORM VARYING WS-CART-J FROM 1 BY 1
                   UNTIL WS-CART-J > WS-CART-QTD
                   MOVE WS-CART-FCOD (WS-CART-J) TO WS-SUG-TITULO
                   PERFORM SUGESTAO-VISTO-PROCEDURE
               END-PERFORM
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           MOVE SCLIENTE TO HCPF.
           MOVE ZEROES TO HDATA.
           MOVE ZEROES TO HSEQ.
           START ARQ-HISTORICO KEY IS NOT LESS THAN HCHAVE
               INVALID KEY MOVE "Y" TO WS-SUG-EOF
               NOT INVALID KEY MOVE "N" TO WS-SUG-EOF
           END-START.
           PERFORM UNTIL WS-SUG-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-SUG-EOF
               END-READ
               IF WS-SUG-EOF = "N" AND HCPF <> SCLIENTE
                   MOVE "Y" TO WS-SUG-EOF
               END-IF
               IF WS-SUG-EOF = "N" AND HTIPO = "A"
                   MOVE HCOD TO WS-SUG-TITULO
                   PERFORM SUGESTAO-VISTO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       SUGESTAO-VISTO-PROCEDURE.
           PERFORM SUGESTAO-PROCURA-VISTO-PROCEDURE.
           IF WS-SUG-OK = "N" AND WS-SUG-VISTO-QTD < 200
               ADD 1 TO WS-SUG-VISTO-QTD
               MOVE WS-SUG-TITULO TO WS-SUG-VISTO (WS-SUG-VISTO-QTD)
           END-IF.
       SUGESTAO-PROCURA-VISTO-PROCEDURE.
           MOVE "N" TO WS-SUG-OK.
           PERFORM VARYING WS-SUG-I FROM 1 BY 1
               UNTIL WS-SUG-I > WS-SUG-VISTO-QTD OR WS-SUG-OK = "S"
               IF WS-SUG-VISTO (WS-SUG-I) = WS-SUG-TITULO
                   MOVE "S" TO WS-SUG-OK
               END-IF
           END-PERFORM.
       SUGESTAO-AVALIACOES-PROCEDURE.
           OPEN INPUT ARQ-AVALIA.
           IF WS-FS <> 0
               CLOSE ARQ-AVALIA
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SUG-EOF.
           PERFORM UNTIL WS-SUG-EOF = "Y"
               READ ARQ-AVALIA NEXT RECORD
                   AT END MOVE "Y" TO WS-SUG-EOF
               END-READ
               IF WS-SUG-EOF = "N" AND AVCPF = SCLIENTE
                   AND AVNOTA >= 4
                   MOVE AVFCOD TO WS-SUG-SEMENTE
                   COMPUTE WS-SUG-FATOR = AVNOTA - 3
                   PERFORM SUGESTAO-SEMENTE-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-AVALIA.
       SUGESTAO-SEMENTE-PROCEDURE.
           MOVE WS-SUG-SEMENTE TO ATFCOD.
           READ ARQ-AFINTIT
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-SUG-K FROM 1 BY 1
               UNTIL WS-SUG-K > ATQTD OR WS-SUG-K > 10
               MOVE ATSUG (WS-SUG-K) TO WS-SUG-TITULO
               COMPUTE WS-SUG-PONTOS = WS-SUG-FATOR * (11 - WS-SUG-K)
               PERFORM SUGESTAO-CANDIDATO-PROCEDURE
           END-PERFORM.
       SUGESTAO-CANDIDATO-PROCEDURE.
           PERFORM SUGESTAO-PROCURA-VISTO-PROCEDURE.
           IF WS-SUG-OK = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUG-I FROM 1 BY 1
               UNTIL WS-SUG-I > WS-SUG-QTD
               IF WS-SUG-CAND-FCOD (WS-SUG-I) = WS-SUG-TITULO
                   ADD WS-SUG-PONTOS TO WS-SUG-CAND-PESO (WS-SUG-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-SUG-QTD < 30
               ADD 1 TO WS-SUG-QTD
               MOVE WS-SUG-TITULO TO WS-SUG-CAND-FCOD (WS-SUG-QTD)
               MOVE WS-SUG-PONTOS TO WS-SUG-CAND-PESO (WS-SUG-QTD)
               MOVE "N" TO WS-SUG-CAND-USADO (WS-SUG-QTD)
           END-IF.
       SUGESTAO-ESCOLHE-PROCEDURE.
           MOVE ZERO TO WS-SUG-MELHOR.
           PERFORM VARYING WS-SUG-I FROM 1 BY 1
               UNTIL WS-SUG-I > WS-SUG-QTD
               IF WS-SUG-CAND-USADO (WS-SUG-I) = "N"
                   IF WS-SUG-MELHOR = ZERO
                       MOVE WS-SUG-I TO WS-SUG-MELHOR
                   ELSE
                       IF WS-SUG-CAND-PESO (WS-SUG-I) >
                           WS-SUG-CAND-PESO (WS-SUG-MELHOR)
                           MOVE WS-SUG-I TO WS-SUG-MELHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SUG-MELHOR = ZERO
               MOVE "S" TO WS-SUG-FIM
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-SUG-CAND-USADO (WS-SUG-MELHOR).
           MOVE WS-SUG-CAND-FCOD (WS-SUG-MELHOR) TO WS-SUG-TITULO.
           MOVE WS-SUG-TITULO TO WS-RL-FCOD.
           PERFORM RECALL-CONSULTA-PROCEDURE.
           IF WS-RL-ATIVO = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUGESTAO-DISPONIVEL-PROCEDURE.
           IF WS-SUG-OK = "S"
               ADD 1 TO WS-SUG-ESC-QTD
               MOVE WS-SUG-TITULO TO WS-SUG-ESC-FCOD (WS-SUG-ESC-QTD)
               MOVE WS-SUG-NOME TO WS-SUG-ESC-NOME (WS-SUG-ESC-QTD)
           END-IF.
       SUGESTAO-DISPONIVEL-PROCEDURE.
           MOVE "N" TO WS-SUG-OK.
           MOVE WS-SUG-TITULO TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-SUG-EOF
               NOT INVALID KEY MOVE "N" TO WS-SUG-EOF
           END-START.
           PERFORM UNTIL WS-SUG-EOF = "Y" OR WS-SUG-OK = "S"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-SUG-EOF
               END-READ
               IF WS-SUG-EOF = "N"
                   AND (WS-FS > 9 OR FCOD <> WS-SUG-TITULO)
                   MOVE "Y" TO WS-SUG-EOF
               END-IF
               IF WS-SUG-EOF = "N" AND FACPF = ZEROES
                   AND FSTATUS = SPACE
                   AND FFILIAL = WS-FILIAL-LOGADA
                   MOVE FFAIXA-ETARIA TO WS-FFAIXA-ETARIA
                   PERFORM BUSCA-IDADE-MINIMA-PROCEDURE
                   IF WS-IDADE-MINIMA > ZERO
                       AND WS-IDADE-CLIENTE < WS-IDADE-MINIMA
                       MOVE "Y" TO WS-SUG-EOF
                   ELSE
                       MOVE "S" TO WS-SUG-OK
                       MOVE FNOME TO WS-SUG-NOME
                   END-IF
               END-IF
           END-PERFORM.
       SUGESTAO-ABRIR-PROCEDURE.
           OPEN I-O ARQ-SUGESTAO.
           IF WS-FS = "35"
               CLOSE ARQ-SUGESTAO
               OPEN OUTPUT ARQ-SUGESTAO
               CLOSE ARQ-SUGESTAO
               OPEN I-O ARQ-SUGESTAO
           END-IF.
       SUGESTAO-DATA-PROCEDURE.
           MOVE WS-DATA-NEG TO WS-SUG-DATA.
           IF WS-SUG-DATA = ZEROES
               ACCEPT WS-SUG-DATA FROM DATE YYYYMMDD
           END-IF.
       SUGESTAO-REGISTRA-PROCEDURE.
           PERFORM SUGESTAO-DATA-PROCEDURE.
           PERFORM SUGESTAO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               CLOSE ARQ-SUGESTAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUG-K FROM 1 BY 1
               UNTIL WS-SUG-K > WS-SUG-ESC-QTD
               MOVE SCLIENTE TO SGCPF
               MOVE WS-SUG-ESC-FCOD (WS-SUG-K) TO SGFCOD
               MOVE WS-SUG-DATA TO SGDATA
               READ ARQ-SUGESTAO
                   INVALID KEY
                       MOVE SCLIENTE TO SGCPF
                       MOVE WS-SUG-ESC-FCOD (WS-SUG-K) TO SGFCOD
                       MOVE WS-SUG-DATA TO SGDATA
                       MOVE WS-SUG-ORIGEM TO SGORIGEM
                       MOVE WS-FILIAL-LOGADA TO SGFILIAL
                       MOVE ZEROES TO SGCONV
                       WRITE REG-SUGESTAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-SUGESTAO.
       SUGESTAO-LINHA-PROCEDURE.
           MOVE SPACES TO WS-SUG-LINHA.
           MOVE 1 TO WS-SUG-PTR.
           PERFORM VARYING WS-SUG-K FROM 1 BY 1
               UNTIL WS-SUG-K > WS-SUG-ESC-QTD
               IF WS-SUG-K > 1
                   STRING " / " DELIMITED BY SIZE
                       INTO WS-SUG-LINHA WITH POINTER WS-SUG-PTR
                   END-STRING
               END-IF
               STRING WS-SUG-ESC-NOME (WS-SUG-K) DELIMITED BY "  "
                   INTO WS-SUG-LINHA WITH POINTER WS-SUG-PTR
               END-STRING
           END-PERFORM.
       SUGESTAO-CONVERTE-PROCEDURE.
           MOVE WS-FS TO WS-SUG-FS.
           PERFORM SUGESTAO-DATA-PROCEDURE.
           PERFORM SUGESTAO-ABRIR-PROCEDURE.
           IF WS-FS <> 0
               CLOSE ARQ-SUGESTAO
               MOVE WS-SUG-FS TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE SCLIENTE TO SGCPF.
           MOVE FCOD TO SGFCOD.
           MOVE ZEROES TO SGDATA.
           START ARQ-SUGESTAO KEY IS NOT LESS THAN SGCHAVE
               INVALID KEY MOVE "Y" TO WS-SUG-EOF
               NOT INVALID KEY MOVE "N" TO WS-SUG-EOF
           END-START.
           PERFORM UNTIL WS-SUG-EOF = "Y"
               READ ARQ-SUGESTAO NEXT RECORD
                   AT END MOVE "Y" TO WS-SUG-EOF
               END-READ
               IF WS-SUG-EOF = "N"
                   AND (SGCPF <> SCLIENTE OR SGFCOD <> FCOD)
                   MOVE "Y" TO WS-SUG-EOF
               END-IF
               IF WS-SUG-EOF = "N" AND SGCONV = ZEROES
                   COMPUTE WS-SUG-DIAS =
                       FUNCTION INTEGER-OF-DATE (WS-SUG-DATA)
                       - FUNCTION INTEGER-OF-DATE (SGDATA)
                   IF WS-SUG-DIAS >= 0 AND WS-SUG-DIAS <= 30
                       MOVE WS-SUG-DATA TO SGCONV
                       REWRITE REG-SUGESTAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-SUGESTAO.
           MOVE WS-SUG-FS TO WS-FS.
       BUSCA-COPIA-TROCA-PROCEDURE.
           MOVE "N" TO WS-TROCA-ACHOU.
           MOVE SFILME TO FCOD.
           MOVE ZEROES TO FCOPIA.
               MOVE WS-AUD-CHAVE TO AUCHAVE
               MOVE WS-AUD-ANTES TO AUANTES
               MOVE WS-AUD-DEPOIS TO AUDEPOIS
               MOVE WS-TERMINAL TO AUTERMINAL
               MOVE "AUDITORIA" TO WS-CAD-ARQUIVO
               PERFORM CADEIA-RESERVA-PROCEDURE
               MOVE REG-AUDIT TO WS-CAD-IMAGEM
               WRITE REG-AUDIT
               MOVE WS-FS TO WS-CAD-FS
               CLOSE ARQ-AUDIT
               PERFORM CADEIA-SELA-PROCEDURE
           END-IF.
       CONSULTA-AUDIT-PROCEDURE.
           DISPLAY AUDCONS.
                       MOVE AUEMPID TO WS-AUD-EMPID-TELA
                       MOVE AUTIPO TO WS-AUD-TIPO-TELA
                       MOVE AUACAO TO WS-AUD-ACAO-TELA
                       MOVE AUTERMINAL TO WS-AUD-TERM-TELA
                       MOVE AUANTES (1:70) TO WS-AUD-ANTES-TELA
                       MOVE AUDEPOIS (1:70) TO WS-AUD-DEPOIS-TELA
                       DISPLAY AUDLINHA
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           IF WS-FS < 10
               MOVE "HISTORICO" TO WS-CAD-ARQUIVO
               MOVE HCHAVE TO WS-CAD-REG
               MOVE REG-HISTORICO TO WS-CAD-IMAGEM
               MOVE "W" TO WS-CAD-OP
               CALL "CADEIA" USING WS-CAD
           END-IF.
       CADEIA-RESERVA-PROCEDURE.
           MOVE SPACES TO WS-CAD-REG.
           MOVE "R" TO WS-CAD-OP.
           CALL "CADEIA" USING WS-CAD.
       CADEIA-SELA-PROCEDURE.
           IF WS-CAD-FS < 10
               MOVE "W" TO WS-CAD-OP
           ELSE
               MOVE "L" TO WS-CAD-OP
           END-IF.
           CALL "CADEIA" USING WS-CAD.
       CHECA-PERIODO-PROCEDURE.
           MOVE "N" TO WS-PER-FECHADO.
           IF WS-DATA-NEG > ZEROES
               CLOSE ARQ-REISSUE
           END-IF.
       COLETA-ATRASO-PROCEDURE.
           MOVE WS-FS TO WS-LA-FS.
           OPEN INPUT ARQ-LOCABERTA.
           IF WS-FS <> 0
               CLOSE ARQ-LOCABERTA
               MOVE WS-LA-FS TO WS-FS
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO LADTDEV.
           START ARQ-LOCABERTA KEY IS NOT LESS THAN LADTDEV
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-LOCABERTA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND LADTDEV NOT < WS-HOJE
                   MOVE "Y" TO WS-EOF
               END-IF
               IF WS-EOF = "N"
                   MOVE LAFCOD TO FCOD
                   MOVE LAFCOPIA TO FCOPIA
                   READ ARQ-FILMES
                       INVALID KEY
                           MOVE ZEROES TO FACPF
                   END-READ
                   IF FACPF <> ZEROES
                       AND FDTDEV <> ZEROES AND FSTATUS = SPACE
                       COMPUTE WS-JULIANO-VENC =
                           FUNCTION INTEGER-OF-DATE (FDTDEV)
                       IF WS-JULIANO-VENC < WS-JULIANO-HOJE
                           COMPUTE WA-DIAS =
                               WS-JULIANO-HOJE - WS-JULIANO-VENC
                           MOVE FCOD TO WA-FCOD
                           MOVE FCOPIA TO WA-FCOPIA
                           MOVE FNOME TO WA-FNOME
                           MOVE FACPF TO WA-FACPF
                           MOVE FCOD TO WS-IT-FCOD
                           PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                           MOVE WS-ITTIPO-DESC TO WA-TIPO
                           RELEASE WA-REG
                           ADD 1 TO WS-ATRASO-CNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-LOCABERTA.
           MOVE WS-LA-FS TO WS-FS.
       MOSTRA-ATRASO-PROCEDURE.
           RETURN WORK-ATRASO
               AT END MOVE "Y" TO WS-EOF
               MOVE WA-FNOME TO WS-FNOME
               MOVE WA-FACPF TO WS-FACPF
               MOVE WA-DIAS TO WS-DIAS-ATRASO
               MOVE WA-TIPO TO WS-ITTIPO-DESC
               PERFORM FORMATA-FACPF-PROCEDURE
               DISPLAY ATRASADO
               ACCEPT INUTIL AT LINE 07 COL 03
               WS-CPF-DV1 WS-CPF-DV2
           END-CALL.
       VALIDA-CNPJ-PROCEDURE.
           IF WS-CCNPJ = SPACES
               MOVE "N" TO WS-CNPJ-VALIDO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CCNPJ TO WS-CNPJ-LK.
           CALL "CNPJ_Verify" USING WS-CNPJ-LK WS-CNPJ-VALIDO
               WS-CNPJ-DV1 WS-CNPJ-DV2
           END-CALL.
           MOVE WS-CNPJ-LK TO WS-CCNPJ.
       VALIDA-DOCUMENTO-PROCEDURE.
           MOVE "N" TO WS-DOC-VALIDO.
           MOVE FUNCTION UPPER-CASE (WS-DOC-TIPO) TO WS-DOC-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-DOC-NUMERO) TO WS-DOC-NUMERO.
           MOVE FUNCTION UPPER-CASE (WS-DOC-PAIS) TO WS-DOC-PAIS.
           IF WS-DOC-TIPO <> "P" AND WS-DOC-TIPO <> "R"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DOC-NUMERO = SPACES OR WS-DOC-NUMERO (1:1) = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DOC-TIPO = "P" AND WS-DOC-PAIS = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DOC-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (WS-DOC-NUMERO)).
           PERFORM VARYING WS-DOC-I FROM 1 BY 1
               UNTIL WS-DOC-I > WS-DOC-LEN
               IF (WS-DOC-NUMERO (WS-DOC-I:1) < "0"
                   OR WS-DOC-NUMERO (WS-DOC-I:1) > "9")
                   AND (WS-DOC-NUMERO (WS-DOC-I:1) < "A"
                   OR WS-DOC-NUMERO (WS-DOC-I:1) > "Z")
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-DOC-TIPO = "P"
               IF WS-DOC-LEN < 5
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DOC-LEN < 7 OR WS-DOC-LEN > 10
                   OR WS-DOC-NUMERO (1:1) < "A"
                   OR WS-DOC-NUMERO (1:1) > "Z"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-FS TO WS-DOC-FS.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE WS-DOC-TIPO TO DCTIPO
               MOVE WS-DOC-NUMERO TO DCNUMERO
               READ ARQ-CLIDOC KEY IS DCDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCCPF <> WS-CCPF
                           MOVE "D" TO WS-DOC-VALIDO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CLIDOC.
           MOVE WS-DOC-FS TO WS-FS.
           IF WS-DOC-VALIDO = "N"
               MOVE "S" TO WS-DOC-VALIDO
           END-IF.
       GERA-CHAVE-ESTRANGEIRO-PROCEDURE.
           MOVE "E" TO STIPO.
           PERFORM SEQUENCIA-PROXIMO-PROCEDURE.
           COMPUTE WS-DOC-CHAVE = 99000000000 +
               FUNCTION MOD (WS-SEQ-NUMERO, 10000000) * 100.
           MOVE WS-DOC-CHAVE TO WS-CPF-LK.
           CALL "CPF_Verify" USING WS-CPF-LK WS-CPF-VALIDO
               WS-CPF-DV1 WS-CPF-DV2
           END-CALL.
           COMPUTE WS-DOC-CHAVE = WS-DOC-CHAVE +
               FUNCTION MOD (WS-CPF-DV1 + 1, 10) * 10 + WS-CPF-DV2.
           MOVE WS-DOC-CHAVE TO WS-CCPF.
       GRAVA-CLIDOC-PROCEDURE.
           MOVE WS-FS TO WS-DOC-FS.
           OPEN I-O ARQ-CLIDOC.
           IF WS-FS = "35"
               CLOSE ARQ-CLIDOC
               OPEN OUTPUT ARQ-CLIDOC
               CLOSE ARQ-CLIDOC
               OPEN I-O ARQ-CLIDOC
           END-IF.
           MOVE WS-CCPF TO DCCPF.
           READ ARQ-CLIDOC
               INVALID KEY
                   MOVE WS-DOC-TIPO TO DCTIPO
                   MOVE WS-DOC-NUMERO TO DCNUMERO
                   MOVE WS-DOC-PAIS TO DCPAIS
                   ACCEPT DCDATA FROM DATE YYYYMMDD
                   WRITE REG-CLIDOC
               NOT INVALID KEY
                   MOVE WS-DOC-TIPO TO DCTIPO
                   MOVE WS-DOC-NUMERO TO DCNUMERO
                   MOVE WS-DOC-PAIS TO DCPAIS
                   REWRITE REG-CLIDOC
           END-READ.
           CLOSE ARQ-CLIDOC.
           MOVE WS-DOC-FS TO WS-FS.
       BUSCA-DOC-CLIENTE-PROCEDURE.
           MOVE "N" TO WS-DOC-ACHOU.
           MOVE SPACES TO WS-DOC-TIPO.
           MOVE SPACES TO WS-DOC-NUMERO.
           MOVE SPACES TO WS-DOC-PAIS.
           MOVE WS-FS TO WS-DOC-FS.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE WS-CCPF TO DCCPF
               READ ARQ-CLIDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-DOC-ACHOU
                       MOVE DCTIPO TO WS-DOC-TIPO
                       MOVE DCNUMERO TO WS-DOC-NUMERO
                       MOVE DCPAIS TO WS-DOC-PAIS
               END-READ
           END-IF.
           CLOSE ARQ-CLIDOC.
           MOVE WS-DOC-FS TO WS-FS.
       BUSCA-CLIENTE-DOC-PROCEDURE.
           MOVE ZEROES TO SCLIENTE.
           MOVE WS-FS TO WS-DOC-FS.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE FUNCTION UPPER-CASE (WS-BARRAS-LIMPO (1:1))
                   TO DCTIPO
               MOVE FUNCTION UPPER-CASE (WS-BARRAS-LIMPO (2:12))
                   TO DCNUMERO
               READ ARQ-CLIDOC KEY IS DCDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DCCPF TO SCLIENTE
               END-READ
           END-IF.
           CLOSE ARQ-CLIDOC.
           MOVE WS-DOC-FS TO WS-FS.
       CONSULTA-CEP-PROCEDURE.
           MOVE "N" TO WS-CEP-ACHOU.
           OPEN INPUT ARQ-CEPBASE.
               MOVE "S" TO WS-ENDERECO-VALIDO
           END-IF.
       FORMATA-CCPF-PROCEDURE.
           IF WS-CCPF (1:2) = "99"
               PERFORM BUSCA-DOC-CLIENTE-PROCEDURE
               IF WS-DOC-ACHOU = "S"
                   MOVE SPACES TO WS-CCPF-FMT
                   STRING WS-DOC-TIPO ":" WS-DOC-NUMERO
                       DELIMITED BY SIZE INTO WS-CCPF-FMT
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           STRING WS-CCPF (1:3) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-CCPF (4:3) DELIMITED BY SIZE
                  INTO WS-CCPF-FMT
           END-STRING.
       FORMATA-CCNPJ-PROCEDURE.
           IF WS-CCNPJ = SPACES OR WS-CCNPJ = ZEROES
               MOVE SPACES TO WS-CCNPJ-FMT
               EXIT PARAGRAPH
           END-IF.
           STRING WS-CCNPJ (1:2) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-CCNPJ (3:3) DELIMITED BY SIZE
                       GO TO MAIN-PROCEDURE
                   END-IF
                   MOVE ZEROES TO WS-CRESPCPF
                   MOVE SPACES TO WS-DOC-TIPO
                   MOVE SPACES TO WS-DOC-NUMERO
                   MOVE SPACES TO WS-DOC-PAIS
                   DISPLAY CADCLIENTE
                   ACCEPT CADCLIENTE
                   IF WS-CTIPO = "J" OR WS-CTIPO = "j"
                       PERFORM VALIDA-CNPJ-PROCEDURE
                       PERFORM UNTIL WS-CNPJ-VALIDO = "S"
                           AND WS-CCNPJ <> ZEROES AND WS-CCNPJ <> SPACES
                           DISPLAY BLANK-SCREEN
                           DISPLAY "CNPJ INVÁLIDO! DIGITE NOVAMENTE."
                           ACCEPT INUTIL AT LINE 04 COL 01
                           PERFORM VALIDA-CNPJ-PROCEDURE
                       END-PERFORM
                   ELSE
                       IF WS-CTIPO = "E" OR WS-CTIPO = "e"
                           MOVE "E" TO WS-CTIPO
                           PERFORM VALIDA-DOCUMENTO-PROCEDURE
                           PERFORM UNTIL WS-DOC-VALIDO = "S"
                               DISPLAY BLANK-SCREEN
                               IF WS-DOC-VALIDO = "D"
                                   DISPLAY "DOCUMENTO JA CADASTRADO!"
                               ELSE
                                   DISPLAY "DOCUMENTO INVALIDO!"
                               END-IF
                               DISPLAY "DIGITE NOVAMENTE."
                               ACCEPT INUTIL AT LINE 04 COL 01
                               DISPLAY CADCLIENTE
                               ACCEPT CADCLIENTE
                               PERFORM VALIDA-DOCUMENTO-PROCEDURE
                           END-PERFORM
                       ELSE
                           PERFORM VALIDA-CPF-PROCEDURE
                           PERFORM UNTIL WS-CPF-VALIDO = "S"
                               AND WS-CCPF <> ZEROES
                               DISPLAY BLANK-SCREEN
                               DISPLAY "CPF INVALIDO! DIGITE NOVAMENTE."
                               ACCEPT INUTIL AT LINE 04 COL 01
                               DISPLAY CADCLIENTE
                               ACCEPT CADCLIENTE
                               PERFORM VALIDA-CPF-PROCEDURE
                           END-PERFORM
                       END-IF
                   END-IF
                   PERFORM VALIDA-ENDERECO-PROCEDURE
                   PERFORM UNTIL WS-ENDERECO-VALIDO = "S"
                       ACCEPT CADCLIENTE
                       PERFORM VALIDA-RESPONSAVEL-CAD-PROCEDURE
                   END-PERFORM
                   IF WS-CTIPO = "E"
                       PERFORM GERA-CHAVE-ESTRANGEIRO-PROCEDURE
                   END-IF
                   MOVE WS-CLIENTES TO REG-CLIENTES
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-CLIENTES
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-FS <> 0
                       PERFORM DECODE-FS-PROCEDURE
                       CLOSE ARQ-CLIENTES
                       DISPLAY BLANK-SCREEN
                       DISPLAY "CLIENTE NAO GRAVADO: " WS-FS-TEXTO
                       ACCEPT INUTIL AT LINE 04 COL 01
                       GO TO MAIN-PROCEDURE
                   END-IF
                   PERFORM JRN-CLIENTES-PROCEDURE
                   CLOSE ARQ-CLIENTES
                   IF WS-CTIPO = "E"
                       PERFORM GRAVA-CLIDOC-PROCEDURE
                   END-IF
                   MOVE WS-CCPF TO SCLIENTE
                   PERFORM CONSENT-EDITA-PROCEDURE
                   PERFORM INDICACAO-CADASTRO-PROCEDURE
                   DISPLAY BLANK-SCREEN
                   DISPLAY "EMITIR CARTAO DE SOCIO AGORA? (S/N): "
                       AT LINE 03 COL 01
                   MOVE SPACE TO WS-KT-OPCAO
                   ACCEPT WS-KT-OPCAO AT LINE 03 COL 39
                   IF WS-KT-OPCAO = "S" OR WS-KT-OPCAO = "s"
                       PERFORM CARTAO-EMITE-PROCEDURE
                   END-IF
                   GO TO MAIN-PROCEDURE
               WHEN 2
                   OPEN EXTEND ARQ-FILMES
                   MOVE ZEROES TO WS-FDTLANC
                   MOVE ZERO TO WS-TP-VALOR
                   MOVE ZEROES TO WS-TP-VIGENCIA
                   MOVE 1 TO WS-FDISCOS
                   MOVE "F" TO WS-ITTIPO
                   MOVE SPACES TO WS-ITPLATAFORMA
                   MOVE "N" TO WS-ITMULTI
                   MOVE ZERO TO WS-ITACQTD
                   MOVE SPACES TO WS-ITACESS-TAB
                   DISPLAY CADFILME
                   ACCEPT CADFILME
                   PERFORM UNTIL WS-FCOD <> ZEROES
                       ACCEPT WS-FDTLANC FROM DATE YYYYMMDD
                   END-IF
                   MOVE WS-FDTLANC TO FDTLANC
                   PERFORM JRN-NOVO-PROCEDURE
                   WRITE REG-FILMES
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-FS <> 0
                       DISPLAY BLANK-SCREEN
                       IF WS-FS = 22
                           DISPLAY "FILME/COPIA JA CADASTRADO"
                       ELSE
                           PERFORM DECODE-FS-PROCEDURE
                           DISPLAY "FILME NAO GRAVADO: " WS-FS-TEXTO
                       END-IF
                       CLOSE ARQ-FILMES
                       ACCEPT INUTIL AT LINE 04 COL 01
                       GO TO MAIN-PROCEDURE
                   END-IF
                   PERFORM JRN-FILMES-PROCEDURE
                   IF WS-TP-VALOR > ZEROES
                       PERFORM GRAVA-PRECOTIT-PROCEDURE
                   END-IF
                   PERFORM DISCOS-GRAVA-PROCEDURE
                   PERFORM ITEMTIPO-GRAVA-PROCEDURE
                   PERFORM TITULO-GRAVA-PROCEDURE
                   PERFORM ELENCO-CAD-PROCEDURE
                   PERFORM LOCAL-GUARDA-PROCEDURE
                   CLOSE ARQ-FILMES
                   GO TO MAIN-PROCEDURE
               WHEN 3
                   MOVE CCNPJ TO WS-CCNPJ
                   MOVE CNASCIMENTO TO WS-CNASCIMENTO
                   MOVE CRESPCPF TO WS-CRESPCPF
                   PERFORM BUSCA-DOC-CLIENTE-PROCEDURE
                   DISPLAY CADCLIENTE
                   ACCEPT CADCLIENTE
                   IF CTIPO = "E"
                       MOVE "E" TO WS-CTIPO
                   ELSE
                       IF WS-CTIPO = "E" OR WS-CTIPO = "e"
                           MOVE CTIPO TO WS-CTIPO
                       END-IF
                   END-IF
                   IF WS-CTIPO = "J" OR WS-CTIPO = "j"
                       PERFORM VALIDA-CNPJ-PROCEDURE
                       PERFORM UNTIL WS-CNPJ-VALIDO = "S"
                           AND WS-CCNPJ <> ZEROES AND WS-CCNPJ <> SPACES
                           DISPLAY BLANK-SCREEN
                           DISPLAY "CNPJ INVÁLIDO! DIGITE NOVAMENTE."
                           ACCEPT INUTIL AT LINE 04 COL 01
                           PERFORM VALIDA-CNPJ-PROCEDURE
                       END-PERFORM
                   ELSE
                       IF WS-CTIPO = "E" OR WS-CTIPO = "e"
                           MOVE "E" TO WS-CTIPO
                           PERFORM VALIDA-DOCUMENTO-PROCEDURE
                           PERFORM UNTIL WS-DOC-VALIDO = "S"
                               DISPLAY BLANK-SCREEN
                               IF WS-DOC-VALIDO = "D"
                                   DISPLAY "DOCUMENTO JA CADASTRADO!"
                               ELSE
                                   DISPLAY "DOCUMENTO INVALIDO!"
                               END-IF
                               DISPLAY "DIGITE NOVAMENTE."
                               ACCEPT INUTIL AT LINE 04 COL 01
                               DISPLAY CADCLIENTE
                               ACCEPT CADCLIENTE
                               PERFORM VALIDA-DOCUMENTO-PROCEDURE
                           END-PERFORM
                       ELSE
                           PERFORM VALIDA-CPF-PROCEDURE
                           PERFORM UNTIL WS-CPF-VALIDO = "S"
                               AND WS-CCPF <> ZEROES
                               DISPLAY BLANK-SCREEN
                               DISPLAY "CPF INVALIDO! DIGITE NOVAMENTE."
                               ACCEPT INUTIL AT LINE 04 COL 01
                               DISPLAY CADCLIENTE
                               ACCEPT CADCLIENTE
                               PERFORM VALIDA-CPF-PROCEDURE
                           END-PERFORM
                       END-IF
                   END-IF
                   PERFORM VALIDA-ENDERECO-PROCEDURE
                   PERFORM UNTIL WS-ENDERECO-VALIDO = "S"
                   MOVE WS-CCNPJ TO CCNPJ
                   MOVE WS-CNASCIMENTO TO CNASCIMENTO
                   MOVE WS-CRESPCPF TO CRESPCPF
                   PERFORM JRN-ANTES-CLIENTES-PROCEDURE
                   REWRITE REG-CLIENTES
                   PERFORM JRN-CLIENTES-PROCEDURE
                   IF WS-CTIPO = "E"
                       PERFORM GRAVA-CLIDOC-PROCEDURE
                   END-IF
                   MOVE REG-CLIENTES TO WS-AUD-DEPOIS
                   MOVE "C" TO WS-AUD-TIPO
                   MOVE "E" TO WS-AUD-ACAO
                   MOVE FCOD TO WS-TP-BUSCA
                   PERFORM CONSULTA-PRECOTIT-PROCEDURE
                   MOVE ZEROES TO WS-TP-VIGENCIA
                   PERFORM DISCOS-CONSULTA-PROCEDURE
                   MOVE FCOD TO WS-IT-FCOD
                   PERFORM ITEMTIPO-CONSULTA-PROCEDURE
                   DISPLAY CADFILME
                   ACCEPT CADFILME
                   MOVE WS-FNOME TO FNOME
                       PERFORM GRAVA-CONDHIST-PROCEDURE
                   END-IF
                   MOVE WS-FDTLANC TO FDTLANC
                   PERFORM JRN-ANTES-FILMES-PROCEDURE
                   REWRITE REG-FILMES
                   PERFORM JRN-FILMES-PROCEDURE
                   MOVE REG-FILMES TO WS-AUD-DEPOIS
                   MOVE "F" TO WS-AUD-TIPO
                   MOVE "E" TO WS-AUD-ACAO
                   IF WS-TP-VALOR > ZEROES
                       PERFORM GRAVA-PRECOTIT-PROCEDURE
                   END-IF
                   PERFORM DISCOS-GRAVA-PROCEDURE
                   MOVE "S" TO WS-IT-EDITA
                   PERFORM ITEMTIPO-GRAVA-PROCEDURE
                   PERFORM TITULO-GRAVA-PROCEDURE
                   PERFORM TITULO-PROPAGA-PROCEDURE
                   CLOSE ARQ-FILMES
                   END-START
                   READ ARQ-CLIENTES
                   MOVE REG-CLIENTES TO WS-AUD-ANTES
                   PERFORM JRN-EXCLUI-CLIENTES-PROCEDURE
                   DELETE ARQ-CLIENTES RECORD
                   PERFORM JRN-GRAVA-PROCEDURE
                   MOVE SPACES TO WS-AUD-DEPOIS
                   MOVE "C" TO WS-AUD-TIPO
                   MOVE "D" TO WS-AUD-ACAO
                   MOVE CCPF TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDIT-PROCEDURE
                   CLOSE ARQ-CLIENTES
                   PERFORM FAMILIA-EXCLUI-PROCEDURE
                   GO TO MAIN-PROCEDURE
               WHEN 6
                   PERFORM CHECA-GERENTE-PROCEDURE
                       ACCEPT INUTIL AT LINE 04 COL 01
                   ELSE
                       MOVE REG-FILMES TO WS-AUD-ANTES
                       PERFORM JRN-EXCLUI-FILMES-PROCEDURE
                       DELETE ARQ-FILMES RECORD
                       PERFORM JRN-GRAVA-PROCEDURE
                       MOVE SPACES TO WS-AUD-DEPOIS
                       MOVE "F" TO WS-AUD-TIPO
                       MOVE "D" TO WS-AUD-ACAO
               WHEN 22
                   DISPLAY PAGARMULTA
                   ACCEPT PAGARMULTA
                   PERFORM DECODIFICA-BARRAS-PROCEDURE
                   IF SCLIENTE <> ZEROES
                       PERFORM CONSENT-EDITA-PROCEDURE
                   END-IF
               WHEN 23
                   PERFORM CAIXA-NOTURNA-PROCEDURE
                   GO TO MAIN-PROCEDURE
               WHEN 24
                   PERFORM VENDA-PRODUTOS-PROCEDURE
                   GO TO MAIN-PROCEDURE
               WHEN 25
                   PERFORM ENTREGAS-PROCEDURE
                   GO TO MAIN-PROCEDURE
               WHEN 26
                   PERFORM LOCAL-COPIA-PROCEDURE
                   GO TO MAIN-PROCEDURE
               WHEN 27
                   PERFORM FAMILIA-PROCEDURE
                   GO TO MAIN-PROCEDURE
               WHEN OTHER
                   MOVE "GERENCIAR-PROCEDURE" TO WS-DIAG-MENU
                   PERFORM LOGA-OPCAO-INVALIDA-PROCEDURE
