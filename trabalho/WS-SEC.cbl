           77 WS-ATRASO-CNT PIC 9(5) VALUE 0.
           77 WS-LINHA PIC X(130).
           COPY REPLNK.
           COPY ATIVOLNK.
           COPY JRNLNK.
           COPY CADLNK.
           77 WS-RC-TIPO PIC X(10).
           77 WS-RC-DATA-BUSCA PIC 9(8).
           77 WS-ARQ-REISSUE PIC X(50).
               05 WS-CTEL PIC X(15).
               05 WS-CEMAIL PIC X(50).
               05 WS-CTIPO PIC X(1).
               05 WS-CCNPJ PIC X(14).
               05 WS-CNASCIMENTO PIC 9(8).
               05 WS-CRESPCPF PIC 9(11).
           77 WS-DIAS-RESERVA PIC 9(3) VALUE 2.
           77 WS-AUD-EMPID-TELA PIC 9(5).
           77 WS-AUD-TIPO-TELA PIC X(1).
           77 WS-AUD-ACAO-TELA PIC X(1).
           77 WS-AUD-TERM-TELA PIC X(8).
           77 WS-AUD-ANTES-TELA PIC X(70).
           77 WS-AUD-DEPOIS-TELA PIC X(70).
           77 WS-FILIAL-LOGADA PIC 9(2) VALUE 1.
           77 WS-LOGIN-EMPID PIC 9(5).
           77 WS-LOGIN-PIN PIC 9(4).
           77 WS-LOGIN-OK PIC X(1).
           77 WS-LOGIN-TREINO PIC X(1).
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-TREINO-BANNER PIC X(30) VALUE SPACES.
           77 WS-DIR-PROD PIC X(100).
           77 WS-DIR-TREINO PIC X(100).
           77 WS-TERMINAL PIC X(8) VALUE SPACES.
           77 WS-TERM-OK PIC X(1).
           77 WS-TERM-MOTIVO PIC X(20).
           01 WS-TERM-PERMISSAO.
               05 WS-TERM-OPCAO PIC X(1) OCCURS 9 TIMES.
           77 WS-SEMPID-LOGADO PIC 9(5).
           77 WS-PERFIL-LOGADO PIC X(1) VALUE "A".
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-MV-FORMA PIC X(1).
           77 WS-MV-VALOR PIC 9(7)V99.
           77 WS-MV-TIPO PIC X(1).
           77 WS-MV-PIXID PIC X(32).
           77 WS-PX-OK PIC X(1).
           77 WS-PX-FS PIC 99.
           77 WS-CQ-BANCO PIC 9(3).
           77 WS-CQ-AGENCIA PIC 9(4).
           77 WS-CQ-CONTA PIC X(10).
           77 WS-CQ-NUMERO PIC 9(6).
           77 WS-CQ-BOMPARA PIC 9(8).
           77 WS-CQ-OK PIC X(1).
           77 WS-CQ-FS PIC 99.
           77 WS-CX-CONTADO PIC 9(7)V99.
           77 WS-CX-APURADO PIC 9(7)V99.
           77 WS-CX-DIF PIC S9(7)V99.
           77 WS-AS-RESTANTE PIC 9(3) VALUE ZERO.
           77 WS-AS-PLANO PIC X(10).
           77 WS-AS-OPCAO PIC X(1).
           77 WS-AS-CPF PIC 9(11).
           77 WS-PL-QTDE PIC 9(3) VALUE ZERO.
           77 WS-PT-CPF PIC 9(11).
           77 WS-PT-SALDO PIC 9(7) VALUE ZERO.
                   10 WS-CART-PROMO PIC 9(4).
                   10 WS-CART-INCL PIC X(1).
                   10 WS-CART-RSEQ PIC 9(13).
                   10 WS-CART-TIPO PIC X(1).
           01 WS-SEMCOPIA.
               05 WS-SEMCOPIA-FCOD PIC 9(4) OCCURS 10 TIMES.
           77 WS-EST-TRANS PIC 9(13).
           77 WS-TP-BUSCA PIC 9(4).
           77 WS-VU-VALOR PIC 9(5)V99 VALUE ZERO.
           77 WS-VU-FORMA PIC X(1).
           77 WS-VU-RESULT-ED PIC -9(7).99.
           77 WS-BARRAS PIC X(14) VALUE SPACES.
           77 WS-BARRAS-LIMPO PIC X(13).
           77 WS-DOC-TIPO PIC X(1).
           77 WS-DOC-NUMERO PIC X(12).
           77 WS-DOC-PAIS PIC X(20).
           77 WS-DOC-VALIDO PIC X(1).
           77 WS-DOC-ACHOU PIC X(1).
           77 WS-DOC-LEN PIC 9(2).
           77 WS-DOC-I PIC 9(2).
           77 WS-DOC-CHAVE PIC 9(11).
           77 WS-DOC-FS PIC 99.
           77 WS-C360-RES-CNT PIC 9(3).
           77 WS-C360-ASSALDO PIC 9(3).
           77 WS-C360-PLANO PIC X(10).
           77 WS-FS2 PIC 99.
           77 WS-TRAVA-TIPO PIC X(1).
           77 WS-TRAVA-CHAVE PIC 9(11).
           77 WS-TRAVA-QUEM PIC X(70).
           77 WS-TRAVA-FS PIC 99.
           77 WS-TRAVA-OPCAO PIC X(1).
           77 WS-DATA-NEG PIC 9(8) VALUE ZEROES.
           77 WS-DROP-MOTIVO PIC X(30).
           77 WS-DROP-DATA-NEG PIC 9(8).
           77 WS-EST-CAUCAO PIC 9(7)V99 VALUE ZERO.
           77 WS-RL-FCOD PIC 9(4).
           77 WS-RL-ATIVO PIC X(1).
           77 WS-FDISCOS PIC 9(2) VALUE 1.
           77 WS-DS-EXISTE PIC X(1).
           77 WS-DS-FALTAM PIC 9(2).
           77 WS-DS-I PIC 9(2).
           77 WS-DS-DISCO PIC 9(2).
           77 WS-DS-CONTINUA PIC X(1).
           77 WS-DS-LEITURA PIC X(14).
           77 WS-DS-LISTA PIC X(60).
           77 WS-DS-PTR PIC 9(3).
           01 WS-DS-LIDO-TAB.
               05 WS-DS-LIDO PIC X(1) OCCURS 20 TIMES.
           77 WS-IT-FCOD PIC 9(4).
           77 WS-ITTIPO PIC X(1) VALUE "F".
           77 WS-ITTIPO-DESC PIC X(7).
           77 WS-ITPLATAFORMA PIC X(15).
           77 WS-ITMULTI PIC X(1).
           77 WS-ITACQTD PIC 9(2) VALUE ZERO.
           77 WS-IT-I PIC 9(2).
           77 WS-IT-FALTAM PIC 9(2).
           77 WS-IT-RESP PIC X(1).
           77 WS-IT-EDITA PIC X(1) VALUE "N".
           77 WS-IT-CHAVE PIC X(10).
           77 WS-IT-CATEG PIC X(10).
           77 WS-IT-PDATA PIC 9(8).
           01 WS-ITACESS-TAB.
               05 WS-ITACESS PIC X(20) OCCURS 8 TIMES.
           77 WS-IT-ENTRADA PIC X(20).
           77 WS-PRD-QTD PIC 9(2) VALUE ZERO.
           77 WS-PRD-I PIC 9(2).
           77 WS-PRD-TOTAL PIC 9(5)V99 VALUE ZERO.
           77 WS-PRD-RESTA PIC 9(5)V99 VALUE ZERO.
           77 WS-PRD-ENTRADA PIC X(14).
           77 WS-PRD-CODIGO PIC 9(6).
           77 WS-PRD-UNID PIC 9(3) VALUE 1.
           77 WS-PRD-PEDIDO PIC 9(5).
           77 WS-PRD-ACHOU PIC X(1).
           77 WS-PRD-CONTINUA PIC X(1).
           77 WS-PRD-SALDO-ED PIC -(6)9.
           77 WS-PRD-DOC PIC 9(9).
           77 WS-PRD-LINHA PIC 9(7)V99.
           77 WS-MV-PRODUTO PIC 9(7)V99 VALUE ZERO.
           01 WS-PRD-TABELA.
               05 WS-PRD-REG OCCURS 10 TIMES.
                   10 WS-PRD-COD PIC 9(6).
                   10 WS-PRD-DESC PIC X(40).
                   10 WS-PRD-QTDE PIC 9(3).
                   10 WS-PRD-PRECO PIC 9(5)V99.
                   10 WS-PRD-CUSTO PIC 9(5)V99.
           77 WS-EN-ATIVO PIC X(1) VALUE "N".
           77 WS-EN-TAXA PIC 9(3)V99 VALUE ZERO.
           77 WS-EN-RESTA PIC 9(3)V99 VALUE ZERO.
           77 WS-MV-TAXA PIC 9(7)V99 VALUE ZERO.
           77 WS-MV-SEPARADO PIC 9(7)V99 VALUE ZERO.
           77 WS-EN-NUM PIC 9(6).
           77 WS-EN-OPCAO PIC 9(1).
           77 WS-EN-ACHOU PIC X(1).
           77 WS-EN-I PIC 9(1).
           77 WS-EN-CEP PIC 9(8).
           77 WS-EN-CEPINI PIC 9(8).
           77 WS-EN-BAIRRO PIC X(50).
           77 WS-EN-CODIGO PIC 9(4).
           77 WS-EN-DATA PIC 9(8).
           77 WS-EN-JANINI PIC 9(4).
           77 WS-EN-JANFIM PIC 9(4).
           77 WS-EN-ENTREG PIC 9(5).
           77 WS-EN-TAXAFX PIC 9(3)V99.
           77 WS-LC-LOCAL PIC X(10).
           77 WS-LC-FCOD PIC 9(4).
           77 WS-LC-FCOPIA PIC 9(2).
           77 WS-LC-FNOME PIC X(50).
           01 WS-KT-NUMERO.
               05 WS-KT-NUM PIC 9(7).
               05 WS-KT-DIG REDEFINES WS-KT-NUM PIC 9(1) OCCURS 7 TIMES.
           77 WS-KT-DV PIC 9(1).
           77 WS-KT-SOMA PIC 9(4).
           77 WS-KT-I PIC 9(1).
           77 WS-KT-PESO PIC 9(1).
           77 WS-KT-CPF PIC 9(11).
           77 WS-KT-ATUAL PIC 9(7).
           77 WS-KT-VIAS PIC 9(2).
           77 WS-KT-TAXA PIC 9(3)V99.
           77 WS-KT-TAXA-PAR PIC 9(3)V99 VALUE 10.00.
           77 WS-KT-OPCAO PIC X(1).
           77 WS-KT-SITUACAO PIC X(10).
           77 WS-KT-EOF PIC X(1).
           77 WS-KT-FS PIC 99.
           77 WS-FM-CPF PIC 9(11).
           77 WS-FM-TITULAR PIC 9(11).
           77 WS-FM-AUTORIZA PIC X(1).
           77 WS-FM-COMP-LIMITE PIC X(1).
           77 WS-FM-COMP-SALDO PIC X(1).
           77 WS-FM-COMP-PLANO PIC X(1).
           77 WS-FM-QTD PIC 9(2) VALUE ZERO.
           01 WS-FM-MEMBROS.
               05 WS-FM-MEMBRO OCCURS 8 TIMES.
                   10 WS-FM-MCPF PIC 9(11).
                   10 WS-FM-MAUT PIC X(1).
           77 WS-FM-I PIC 9(2).
           77 WS-FM-TESTE PIC 9(11).
           77 WS-FM-ACHOU PIC X(1).
           77 WS-FM-TAUT PIC X(1).
           77 WS-FM-BLOQ PIC X(1).
           77 WS-FM-FS PIC 99.
           77 WS-FM-EOF PIC X(1).
           77 WS-LA-FS PIC 99.
           77 WS-LA-EOF PIC X(1).
           77 WS-LA-CPF PIC 9(11).
           77 WS-LA-I PIC 9(2).
           77 WS-CAD-FS PIC 99.
           77 WS-FM-OPCAO PIC X(1).
           77 WS-FM-NOVO PIC 9(11).
           77 WS-FM-TNOME PIC X(50).
           77 WS-FM-NOME PIC X(50).
           77 WS-FM-CLI-OK PIC X(1).
           77 WS-FM-IDADE PIC 9(3).
           77 WS-FM-ANT-LIMITE PIC X(1).
           77 WS-FM-ANT-SALDO PIC X(1).
           77 WS-FM-ANT-PLANO PIC X(1).
           77 WS-FM-PORTADOR PIC 9(11) VALUE ZEROES.
           77 WS-FM-SALDO PIC 9(7)V99.
           77 WS-FM-SALDO-ED PIC Z(6)9.99.
           77 WS-FM-ALUG PIC 9(3).
           77 WS-FM-ATRASO PIC 9(3).
           77 WS-FM-RESUMO PIC X(76).
           77 WS-FM-TAG PIC X(11).
           01 WS-FM-LINHAS.
               05 WS-FM-L1 PIC X(70).
               05 WS-FM-L2 PIC X(70).
               05 WS-FM-L3 PIC X(70).
               05 WS-FM-L4 PIC X(70).
               05 WS-FM-L5 PIC X(70).
               05 WS-FM-L6 PIC X(70).
               05 WS-FM-L7 PIC X(70).
               05 WS-FM-L8 PIC X(70).
           01 WS-FM-LINHAS-T REDEFINES WS-FM-LINHAS.
               05 WS-FM-L PIC X(70) OCCURS 8 TIMES.
           77 WS-IN-QTD-PAR PIC 9(2) VALUE 3.
           77 WS-IN-CREDITO-PAR PIC 9(3)V99 VALUE 10.00.
           77 WS-IN-DESC-PAR PIC 9(2)V99 VALUE 20.00.
           77 WS-IN-INDICADOR PIC 9(11).
           77 WS-IN-VALIDO PIC X(1).
           77 WS-IN-MSG PIC X(50).
           77 WS-IN-PERC PIC 9(2)V99 VALUE ZERO.
           77 WS-IN-PAGOS PIC 9(2) VALUE ZERO.
           77 WS-IN-CONVERTEU PIC X(1).
           77 WS-IN-CREDITO PIC 9(3)V99.
           77 WS-IN-TIT-NOVO PIC 9(11).
           77 WS-IN-TIT-IND PIC 9(11).
           77 WS-IN-FS PIC 99.
           77 WS-CP-CODIGO PIC X(10).
           77 WS-CP-DESC PIC 9(5)V99 VALUE ZERO.
           77 WS-CP-RESTO PIC 9(5)V99.
           77 WS-CP-ITEM PIC 9(3)V99.
           77 WS-CP-ATIVOS PIC 9(3).
           77 WS-CP-OK PIC X(1).
           77 WS-CP-MSG PIC X(50).
           77 WS-CP-EOF PIC X(1).
           77 WS-CP-FS PIC 99.
           77 WS-CP-TIPO PIC X(1).
           77 WS-CP-VALOR PIC 9(5)V99.
           77 WS-RS-LIM-B-PAR PIC 9(2) VALUE 3.
           77 WS-RS-LIM-C-PAR PIC 9(2) VALUE 2.
           77 WS-RS-LIM-D-PAR PIC 9(2) VALUE 1.
           77 WS-RS-CAUCAO-PAR PIC X(1) VALUE "C".
           77 WS-RS-FAIXA PIC X(1) VALUE SPACES.
           77 WS-RS-DESCR PIC X(8).
           77 WS-RS-PONTOS PIC 9(3).
           77 WS-RS-LIMITE PIC 9(2) VALUE ZERO.
           77 WS-RS-CAUCAO PIC X(1) VALUE "N".
           77 WS-RS-FS PIC 99.
           77 WS-SUG-ORIGEM PIC X(1).
           77 WS-SUG-FS PIC 99.
           77 WS-SUG-EOF PIC X(1).
           77 WS-SUG-FIM PIC X(1).
           77 WS-SUG-OK PIC X(1).
           77 WS-SUG-DATA PIC 9(8).
           77 WS-SUG-DIAS PIC S9(5).
           77 WS-SUG-SEMENTE PIC 9(4).
           77 WS-SUG-FATOR PIC 9(1).
           77 WS-SUG-TITULO PIC 9(4).
           77 WS-SUG-PONTOS PIC 9(3).
           77 WS-SUG-NOME PIC X(50).
           77 WS-SUG-QTD PIC 9(2) VALUE ZERO.
           77 WS-SUG-VISTO-QTD PIC 9(3) VALUE ZERO.
           77 WS-SUG-ESC-QTD PIC 9(1) VALUE ZERO.
           77 WS-SUG-I PIC 9(3).
           77 WS-SUG-J PIC 9(3).
           77 WS-SUG-K PIC 9(2).
           77 WS-SUG-MELHOR PIC 9(2).
           77 WS-SUG-LINHA PIC X(65).
           77 WS-SUG-PTR PIC 9(3).
           01 WS-SUG-CAND-TAB.
               05 WS-SUG-CAND OCCURS 30 TIMES.
                   10 WS-SUG-CAND-FCOD PIC 9(4).
                   10 WS-SUG-CAND-PESO PIC 9(5).
                   10 WS-SUG-CAND-USADO PIC X(1).
           01 WS-SUG-VISTO-TAB.
               05 WS-SUG-VISTO PIC 9(4) OCCURS 200 TIMES.
           01 WS-SUG-ESC-TAB.
               05 WS-SUG-ESC OCCURS 3 TIMES.
                   10 WS-SUG-ESC-FCOD PIC 9(4).
                   10 WS-SUG-ESC-NOME PIC X(50).
           01 WS-SUG-FILME-SAV PIC X(400).
