       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXTRAT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCBICHAVE.
               COPY FCARQCLIENTES.
               COPY FCCONSENT.
               COPY FCFILME.
               COPY FCFRANQUIA.
               COPY FCFUNCIONARIOS.
               COPY FCCALENDARIO.
               COPY FCHISTORICO.
               COPY FCCAIXAMOV.
               SELECT ARQ-DCLI ASSIGN TO DYNAMIC WS-ARQ-DCLI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-DTIT ASSIGN TO DYNAMIC WS-ARQ-DTIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-DCOP ASSIGN TO DYNAMIC WS-ARQ-DCOP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-DFIL ASSIGN TO DYNAMIC WS-ARQ-DFIL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-DOPE ASSIGN TO DYNAMIC WS-ARQ-DOPE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-DDAT ASSIGN TO DYNAMIC WS-ARQ-DDAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-FALU ASSIGN TO DYNAMIC WS-ARQ-FALU
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-FPAG ASSIGN TO DYNAMIC WS-ARQ-FPAG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
               SELECT ARQ-CTL ASSIGN TO DYNAMIC WS-ARQ-CTL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDBICHAVE.
           COPY FDARQCLIENTES.
           COPY FDCONSENT.
           COPY FDFILME.
           COPY FDFRANQUIA.
           COPY FDFUNCIONARIOS.
           COPY FDCALENDARIO.
           COPY FDHISTORICO.
           COPY FDCAIXAMOV.
           FD ARQ-DCLI.
           01 DCLI-REG PIC X(220).
           FD ARQ-DTIT.
           01 DTIT-REG PIC X(220).
           FD ARQ-DCOP.
           01 DCOP-REG PIC X(220).
           FD ARQ-DFIL.
           01 DFIL-REG PIC X(220).
           FD ARQ-DOPE.
           01 DOPE-REG PIC X(220).
           FD ARQ-DDAT.
           01 DDAT-REG PIC X(220).
           FD ARQ-FALU.
           01 FALU-REG PIC X(200).
           FD ARQ-FPAG.
           01 FPAG-REG PIC X(200).
           FD ARQ-CTL.
           01 CTL-REG PIC X(120).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-ERRO PIC X(1) VALUE "N".
           77 WS-ARQ-DCLI PIC X(50).
           77 WS-ARQ-DTIT PIC X(50).
           77 WS-ARQ-DCOP PIC X(50).
           77 WS-ARQ-DFIL PIC X(50).
           77 WS-ARQ-DOPE PIC X(50).
           77 WS-ARQ-DDAT PIC X(50).
           77 WS-ARQ-FALU PIC X(50).
           77 WS-ARQ-FPAG PIC X(50).
           77 WS-ARQ-CTL PIC X(50).
           77 WS-CN-OK PIC X(1) VALUE "N".
           77 WS-FQ-OK PIC X(1) VALUE "N".
           77 WS-FUN-OK PIC X(1) VALUE "N".
           77 WS-CAL-OK PIC X(1) VALUE "N".
           77 WS-BI-EXEC PIC 9(9).
           77 WS-BI-INICIO PIC 9(8).
           77 WS-BI-FIM PIC 9(8).
           77 WS-BI-DIM PIC X(1).
           77 WS-BI-NAT PIC X(20).
           77 WS-BI-MODO PIC X(1).
           77 WS-BI-SK PIC 9(9).
           77 WS-BI-IMAGEM PIC X(200).
           77 WS-BI-LINHA PIC X(220).
           77 WS-BI-ACHOU PIC X(1).
           77 WS-BI-I PIC 9(1).
           77 WS-BI-SK-TIT PIC 9(9).
           77 WS-BI-SK-FIL PIC 9(9).
           77 WS-BI-SK-CLI PIC 9(9).
           77 WS-BI-SK-OPE PIC 9(9).
           77 WS-BI-SK-DAT PIC 9(9).
           77 WS-BI-COD-ANT PIC 9(4).
           77 WS-BI-COD PIC 9(4).
           77 WS-BI-FIL PIC 9(2).
           77 WS-BI-EMP PIC 9(5).
           77 WS-BI-CPF PIC 9(11).
           77 WS-BI-DATA PIC 9(8).
           77 WS-BI-DATA-ANT PIC 9(8) VALUE ZERO.
           77 WS-BI-DSEM PIC 9(1).
           77 WS-BI-FERIADO PIC X(1).
           77 WS-BI-FERDESC PIC X(30).
           77 WS-BI-IDADE PIC 9(3).
           77 WS-BI-FAIXA PIC X(5).
           77 WS-BI-EMAIL PIC X(1).
           77 WS-BI-SMS PIC X(1).
           77 WS-BI-SIT PIC X(1).
           77 WS-BI-NOME PIC X(50).
           77 WS-BI-BRANCO PIC X(50) VALUE SPACES.
           77 WS-BI-TOTREGS PIC 9(9) VALUE ZERO.
           77 WS-ED-VALOR PIC 9(7).99.
           77 WS-ED-DESC PIC 9(7).99.
           77 WS-ED-MULTA PIC 9(7).99.
           77 WS-ED-TOT1 PIC 9(11).99.
           77 WS-ED-TOT2 PIC 9(11).99.
           77 WS-ED-TOT3 PIC 9(11).99.
           01 WS-BI-CONTROLE.
               05 WS-BI-CT OCCURS 8 TIMES.
                   10 WS-BI-CT-NOME PIC X(8).
                   10 WS-BI-CT-QTD PIC 9(9).
                   10 WS-BI-CT-TOT1 PIC 9(11)V99.
                   10 WS-BI-CT-TOT2 PIC 9(11)V99.
                   10 WS-BI-CT-TOT3 PIC 9(11)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM <> SPACES
               IF WS-PARM (1:8) IS NOT NUMERIC
                   DISPLAY "USO: ./BIEXTRAT [AAAAMMDD]"
                   STOP RUN RETURNING 8
               END-IF
           END-IF.
           OPEN I-O ARQ-BICHAVE.
           IF WS-FS = "35"
               CLOSE ARQ-BICHAVE
               OPEN OUTPUT ARQ-BICHAVE
               CLOSE ARQ-BICHAVE
               OPEN I-O ARQ-BICHAVE
           END-IF.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR BICHAVE, FS=" WS-FS
               STOP RUN RETURNING 8
           END-IF.
           PERFORM INICIA-EXECUCAO-PROCEDURE.
           PERFORM ABRE-ENTRADAS-PROCEDURE.
           IF WS-ERRO = "N"
               PERFORM ABRE-SAIDAS-PROCEDURE
           END-IF.
           IF WS-ERRO = "N"
               PERFORM EXTRAI-FILIAIS-PROCEDURE
               PERFORM EXTRAI-OPERADORES-PROCEDURE
               PERFORM EXTRAI-TITULOS-PROCEDURE
               PERFORM EXTRAI-CLIENTES-PROCEDURE
               PERFORM EXTRAI-ALUGUEIS-PROCEDURE
               PERFORM EXTRAI-PAGAMENTOS-PROCEDURE
               PERFORM GRAVA-CONTROLE-PROCEDURE
               CLOSE ARQ-DCLI
               CLOSE ARQ-DTIT
               CLOSE ARQ-DCOP
               CLOSE ARQ-DFIL
               CLOSE ARQ-DOPE
               CLOSE ARQ-DDAT
               CLOSE ARQ-FALU
               CLOSE ARQ-FPAG
               CLOSE ARQ-CTL
           END-IF.
           IF WS-ERRO = "N"
               PERFORM GRAVA-MARCA-PROCEDURE
           END-IF.
           PERFORM FECHA-ENTRADAS-PROCEDURE.
           CLOSE ARQ-BICHAVE.
           IF WS-ERRO = "S"
               DISPLAY "EXTRACAO BI INCOMPLETA, REEXECUTAR NO MESMO DIA"
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY WS-ARQ-CTL " GERADO, FATOS DE " WS-BI-INICIO
               " A " WS-BI-FIM ", " WS-BI-TOTREGS " REGISTRO(S)".
           STOP RUN RETURNING WS-RC.
       INICIA-EXECUCAO-PROCEDURE.
           MOVE "R" TO BKDIM.
           MOVE SPACES TO BKNATURAL.
           READ ARQ-BICHAVE
               INVALID KEY
                   MOVE 1 TO BKSK
                   MOVE ZEROES TO BKENVIO
                   MOVE ZEROES TO BKEXEC
                   MOVE SPACES TO BKIMAGEM
                   WRITE REG-BICHAVE
               NOT INVALID KEY
                   ADD 1 TO BKSK
                   REWRITE REG-BICHAVE
           END-READ.
           MOVE BKSK TO WS-BI-EXEC.
           MOVE ZEROES TO WS-BI-INICIO.
           MOVE WS-HOJE TO WS-BI-FIM.
           MOVE "W" TO BKDIM.
           MOVE "FATOS" TO BKNATURAL.
           READ ARQ-BICHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BKENVIO = WS-HOJE
                       AND BKIMAGEM (1:8) IS NUMERIC
                       MOVE BKIMAGEM (1:8) TO WS-BI-INICIO
                   ELSE
                       IF BKSK > ZERO
                           COMPUTE WS-BI-INICIO =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE (BKSK) - 2)
                       END-IF
                   END-IF
           END-READ.
           IF WS-PARM <> SPACES
               MOVE WS-PARM (1:8) TO WS-BI-INICIO
           END-IF.
           MOVE "BIDCLI  " TO WS-BI-CT-NOME (1).
           MOVE "BIDTIT  " TO WS-BI-CT-NOME (2).
           MOVE "BIDCOP  " TO WS-BI-CT-NOME (3).
           MOVE "BIDFIL  " TO WS-BI-CT-NOME (4).
           MOVE "BIDOPE  " TO WS-BI-CT-NOME (5).
           MOVE "BIDDAT  " TO WS-BI-CT-NOME (6).
           MOVE "BIFALU  " TO WS-BI-CT-NOME (7).
           MOVE "BIFPAG  " TO WS-BI-CT-NOME (8).
           PERFORM VARYING WS-BI-I FROM 1 BY 1 UNTIL WS-BI-I > 8
               MOVE ZEROES TO WS-BI-CT-QTD (WS-BI-I)
               MOVE ZEROES TO WS-BI-CT-TOT1 (WS-BI-I)
               MOVE ZEROES TO WS-BI-CT-TOT2 (WS-BI-I)
               MOVE ZEROES TO WS-BI-CT-TOT3 (WS-BI-I)
           END-PERFORM.
       ABRE-ENTRADAS-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR CLIENTES, FS=" WS-FS
               MOVE "S" TO WS-ERRO
           END-IF.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR FILMES, FS=" WS-FS
               MOVE "S" TO WS-ERRO
           END-IF.
           OPEN INPUT ARQ-CONSENT.
           IF WS-FS = 0
               MOVE "S" TO WS-CN-OK
           ELSE
               CLOSE ARQ-CONSENT
           END-IF.
           OPEN INPUT ARQ-FRANQUIA.
           IF WS-FS = 0
               MOVE "S" TO WS-FQ-OK
           ELSE
               CLOSE ARQ-FRANQUIA
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = 0
               MOVE "S" TO WS-FUN-OK
           ELSE
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-FS = 0
               MOVE "S" TO WS-CAL-OK
           ELSE
               CLOSE ARQ-CALENDARIO
           END-IF.
       FECHA-ENTRADAS-PROCEDURE.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FILMES.
           IF WS-CN-OK = "S"
               CLOSE ARQ-CONSENT
           END-IF.
           IF WS-FQ-OK = "S"
               CLOSE ARQ-FRANQUIA
           END-IF.
           IF WS-FUN-OK = "S"
               CLOSE ARQ-FUNCIONARIOS
           END-IF.
           IF WS-CAL-OK = "S"
               CLOSE ARQ-CALENDARIO
           END-IF.
       ABRE-SAIDAS-PROCEDURE.
           MOVE SPACES TO WS-ARQ-DCLI.
           STRING "BIDCLI." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DCLI
           END-STRING.
           MOVE SPACES TO WS-ARQ-DTIT.
           STRING "BIDTIT." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DTIT
           END-STRING.
           MOVE SPACES TO WS-ARQ-DCOP.
           STRING "BIDCOP." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DCOP
           END-STRING.
           MOVE SPACES TO WS-ARQ-DFIL.
           STRING "BIDFIL." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DFIL
           END-STRING.
           MOVE SPACES TO WS-ARQ-DOPE.
           STRING "BIDOPE." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DOPE
           END-STRING.
           MOVE SPACES TO WS-ARQ-DDAT.
           STRING "BIDDAT." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-DDAT
           END-STRING.
           MOVE SPACES TO WS-ARQ-FALU.
           STRING "BIFALU." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-FALU
           END-STRING.
           MOVE SPACES TO WS-ARQ-FPAG.
           STRING "BIFPAG." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-FPAG
           END-STRING.
           MOVE SPACES TO WS-ARQ-CTL.
           STRING "BICTL." WS-HOJE ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-CTL
           END-STRING.
           OPEN OUTPUT ARQ-DCLI.
           OPEN OUTPUT ARQ-DTIT.
           OPEN OUTPUT ARQ-DCOP.
           OPEN OUTPUT ARQ-DFIL.
           OPEN OUTPUT ARQ-DOPE.
           OPEN OUTPUT ARQ-DDAT.
           OPEN OUTPUT ARQ-FALU.
           OPEN OUTPUT ARQ-FPAG.
           OPEN OUTPUT ARQ-CTL.
           IF WS-FS2 <> 0
               DISPLAY "ERRO AO CRIAR ARQUIVOS DE EXTRACAO, FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
       EXTRAI-FILIAIS-PROCEDURE.
           IF WS-FQ-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO FQFILIAL.
           START ARQ-FRANQUIA KEY IS NOT LESS THAN FQFILIAL
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FRANQUIA NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE SPACES TO WS-BI-IMAGEM
                   STRING FQFILIAL ";" FQNOME ";" FQATIVA ";" FQINICIO
                       DELIMITED BY SIZE INTO WS-BI-IMAGEM
                   END-STRING
                   MOVE "F" TO WS-BI-DIM
                   MOVE FQFILIAL TO WS-BI-NAT
                   MOVE "D" TO WS-BI-MODO
                   PERFORM BI-DIMENSAO-PROCEDURE
               END-IF
           END-PERFORM.
       EXTRAI-OPERADORES-PROCEDURE.
           IF WS-FUN-OK <> "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO EMPID.
           START ARQ-FUNCIONARIOS KEY IS NOT LESS THAN EMPID
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FUNCIONARIOS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   MOVE EMPFILIAL TO WS-BI-FIL
                   PERFORM BI-FILIAL-PROCEDURE
                   MOVE SPACES TO WS-BI-IMAGEM
                   STRING EMPID ";" EMPNOME ";" WS-BI-SK-FIL ";"
                       EMPPERFIL ";" EMPSITUACAO
                       DELIMITED BY SIZE INTO WS-BI-IMAGEM
                   END-STRING
                   MOVE "O" TO WS-BI-DIM
                   MOVE EMPID TO WS-BI-NAT
                   MOVE "D" TO WS-BI-MODO
                   PERFORM BI-DIMENSAO-PROCEDURE
               END-IF
           END-PERFORM.
       EXTRAI-TITULOS-PROCEDURE.
           MOVE ZEROES TO WS-BI-COD-ANT.
           MOVE ZEROES TO FCOD.
           MOVE ZEROES TO FCOPIA.
           START ARQ-FILMES KEY IS NOT LESS THAN FCHAVE
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   IF FCOD <> WS-BI-COD-ANT
                       PERFORM DIM-TITULO-PROCEDURE
                   END-IF
                   PERFORM DIM-COPIA-PROCEDURE
               END-IF
           END-PERFORM.
       DIM-TITULO-PROCEDURE.
           MOVE FCOD TO WS-BI-COD-ANT.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING FCOD ";" FNOME ";" FCATEGORIA ";" FFAIXA-ETARIA ";"
               FDTLANC
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "T" TO WS-BI-DIM.
           MOVE FCOD TO WS-BI-NAT.
           MOVE "D" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
           MOVE WS-BI-SK TO WS-BI-SK-TIT.
       DIM-COPIA-PROCEDURE.
           MOVE FFILIAL TO WS-BI-FIL.
           PERFORM BI-FILIAL-PROCEDURE.
           MOVE FCUSTO TO WS-ED-VALOR.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING WS-BI-SK-TIT ";" FCOPIA ";" WS-BI-SK-FIL ";"
               WS-ED-VALOR ";" FSTATUS
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "K" TO WS-BI-DIM.
           MOVE SPACES TO WS-BI-NAT.
           STRING FCOD FCOPIA
               DELIMITED BY SIZE INTO WS-BI-NAT
           END-STRING.
           MOVE "D" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
       EXTRAI-CLIENTES-PROCEDURE.
           MOVE ZEROES TO CCPF.
           START ARQ-CLIENTES KEY IS GREATER THAN CCPF
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   PERFORM DIM-CLIENTE-PROCEDURE
               END-IF
           END-PERFORM.
       DIM-CLIENTE-PROCEDURE.
           MOVE "N" TO WS-BI-EMAIL.
           MOVE "N" TO WS-BI-SMS.
           IF CNOME = "TITULAR ANONIMIZADO"
               MOVE "X" TO WS-BI-SIT
               MOVE "N/I" TO WS-BI-FAIXA
               MOVE SPACES TO CUF
               MOVE SPACES TO CCID
           ELSE
               MOVE "A" TO WS-BI-SIT
               PERFORM FAIXA-ETARIA-PROCEDURE
               IF WS-CN-OK = "S"
                   MOVE CCPF TO CNCPF
                   READ ARQ-CONSENT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CNEMAIL TO WS-BI-EMAIL
                           MOVE CNSMS TO WS-BI-SMS
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING CTIPO ";" CUF ";" CCID (1:30) ";" WS-BI-FAIXA ";"
               WS-BI-EMAIL ";" WS-BI-SMS ";" WS-BI-SIT
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "C" TO WS-BI-DIM.
           MOVE CCPF TO WS-BI-NAT.
           MOVE "D" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
       FAIXA-ETARIA-PROCEDURE.
           IF CNASCIMENTO = ZEROES OR CNASCIMENTO > WS-HOJE
               MOVE "N/I" TO WS-BI-FAIXA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BI-IDADE = (WS-HOJE - CNASCIMENTO) / 10000.
           EVALUATE TRUE
               WHEN WS-BI-IDADE < 18
                   MOVE "00-17" TO WS-BI-FAIXA
               WHEN WS-BI-IDADE < 25
                   MOVE "18-24" TO WS-BI-FAIXA
               WHEN WS-BI-IDADE < 35
                   MOVE "25-34" TO WS-BI-FAIXA
               WHEN WS-BI-IDADE < 50
                   MOVE "35-49" TO WS-BI-FAIXA
               WHEN WS-BI-IDADE < 65
                   MOVE "50-64" TO WS-BI-FAIXA
               WHEN OTHER
                   MOVE "65+" TO WS-BI-FAIXA
           END-EVALUATE.
       EXTRAI-ALUGUEIS-PROCEDURE.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               CLOSE ARQ-HISTORICO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-HISTORICO NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   AND HDATA >= WS-BI-INICIO AND HDATA <= WS-BI-FIM
                   PERFORM FATO-ALUGUEL-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
       FATO-ALUGUEL-PROCEDURE.
           MOVE HDATA TO WS-BI-DATA.
           PERFORM BI-DATA-PROCEDURE.
           MOVE HCPF TO WS-BI-CPF.
           PERFORM BI-CLIENTE-PROCEDURE.
           MOVE HCOD TO WS-BI-COD.
           PERFORM BI-TITULO-PROCEDURE.
           MOVE HFILIAL TO WS-BI-FIL.
           PERFORM BI-FILIAL-PROCEDURE.
           MOVE HEMPID TO WS-BI-EMP.
           PERFORM BI-OPERADOR-PROCEDURE.
           MOVE HVALOR TO WS-ED-VALOR.
           MOVE HDESC TO WS-ED-DESC.
           MOVE HMULTA TO WS-ED-MULTA.
           MOVE SPACES TO FALU-REG.
           STRING WS-BI-SK-DAT ";" WS-BI-SK-CLI ";" WS-BI-SK-TIT ";"
               WS-BI-SK-FIL ";" WS-BI-SK-OPE ";" HTIPO ";" HDTALUG ";"
               HDTDEV ";" WS-ED-VALOR ";" WS-ED-DESC ";" WS-ED-MULTA
               ";" HPROMO ";" HTRANS
               DELIMITED BY SIZE INTO FALU-REG
           END-STRING.
           WRITE FALU-REG.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DE " WS-ARQ-FALU ", FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
           ADD 1 TO WS-BI-CT-QTD (7).
           ADD HVALOR TO WS-BI-CT-TOT1 (7).
           ADD HDESC TO WS-BI-CT-TOT2 (7).
           ADD HMULTA TO WS-BI-CT-TOT3 (7).
       EXTRAI-PAGAMENTOS-PROCEDURE.
           OPEN INPUT ARQ-CAIXAMOV.
           IF WS-FS <> 0
               CLOSE ARQ-CAIXAMOV
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-CAIXAMOV
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   AND MVDATA >= WS-BI-INICIO AND MVDATA <= WS-BI-FIM
                   PERFORM FATO-PAGAMENTO-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE ARQ-CAIXAMOV.
       FATO-PAGAMENTO-PROCEDURE.
           MOVE MVDATA TO WS-BI-DATA.
           PERFORM BI-DATA-PROCEDURE.
           MOVE MVCPF TO WS-BI-CPF.
           PERFORM BI-CLIENTE-PROCEDURE.
           MOVE MVEMPID TO WS-BI-EMP.
           PERFORM BI-OPERADOR-PROCEDURE.
           MOVE ZEROES TO WS-BI-SK-FIL.
           IF WS-FUN-OK = "S"
               MOVE MVEMPID TO EMPID
               READ ARQ-FUNCIONARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPFILIAL TO WS-BI-FIL
                       PERFORM BI-FILIAL-PROCEDURE
               END-READ
           END-IF.
           MOVE MVVALOR TO WS-ED-VALOR.
           MOVE SPACES TO FPAG-REG.
           STRING WS-BI-SK-DAT ";" MVHORA ";" WS-BI-SK-CLI ";"
               WS-BI-SK-OPE ";" WS-BI-SK-FIL ";" MVFORMA ";" MVTIPO
               ";" WS-ED-VALOR
               DELIMITED BY SIZE INTO FPAG-REG
           END-STRING.
           WRITE FPAG-REG.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DE " WS-ARQ-FPAG ", FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
           ADD 1 TO WS-BI-CT-QTD (8).
           ADD MVVALOR TO WS-BI-CT-TOT1 (8).
       BI-DATA-PROCEDURE.
           MOVE WS-BI-DATA TO WS-BI-SK-DAT.
           IF WS-BI-DATA = WS-BI-DATA-ANT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BI-DATA TO WS-BI-DATA-ANT.
           MOVE ZERO TO WS-BI-DSEM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-BI-DATA) = ZERO
               COMPUTE WS-BI-DSEM = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-BI-DATA) - 1, 7) + 1
           END-IF.
           MOVE "N" TO WS-BI-FERIADO.
           MOVE SPACES TO WS-BI-FERDESC.
           IF WS-CAL-OK = "S"
               MOVE WS-BI-DATA TO CALDATA
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-BI-FERIADO
                       MOVE CALDESC TO WS-BI-FERDESC
               END-READ
           END-IF.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING WS-BI-DATA (1:4) ";" WS-BI-DATA (5:2) ";"
               WS-BI-DATA (7:2) ";" WS-BI-DSEM ";" WS-BI-FERIADO ";"
               WS-BI-FERDESC
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "D" TO WS-BI-DIM.
           MOVE WS-BI-DATA TO WS-BI-NAT.
           MOVE "D" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
       BI-CLIENTE-PROCEDURE.
           IF WS-BI-CPF = ZEROES
               MOVE ZEROES TO WS-BI-SK-CLI
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING " ;  ;" WS-BI-BRANCO (1:30) ";N/I  ;N;N;N"
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "C" TO WS-BI-DIM.
           MOVE WS-BI-CPF TO WS-BI-NAT.
           MOVE "F" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
           MOVE WS-BI-SK TO WS-BI-SK-CLI.
       BI-TITULO-PROCEDURE.
           MOVE SPACES TO WS-BI-NOME.
           MOVE "TITULO NAO CADASTRADO" TO WS-BI-NOME.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING WS-BI-COD ";" WS-BI-NOME ";" WS-BI-BRANCO (1:10) ";"
               WS-BI-BRANCO (1:10) ";00000000"
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "T" TO WS-BI-DIM.
           MOVE WS-BI-COD TO WS-BI-NAT.
           MOVE "F" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
           MOVE WS-BI-SK TO WS-BI-SK-TIT.
       BI-FILIAL-PROCEDURE.
           MOVE SPACES TO WS-BI-NOME.
           MOVE "FILIAL NAO CADASTRADA" TO WS-BI-NOME.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING WS-BI-FIL ";" WS-BI-NOME (1:30) ";N;00000000"
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "F" TO WS-BI-DIM.
           MOVE WS-BI-FIL TO WS-BI-NAT.
           MOVE "F" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
           MOVE WS-BI-SK TO WS-BI-SK-FIL.
       BI-OPERADOR-PROCEDURE.
           MOVE SPACES TO WS-BI-NOME.
           MOVE "OPERADOR NAO CADASTRADO" TO WS-BI-NOME.
           MOVE SPACES TO WS-BI-IMAGEM.
           STRING WS-BI-EMP ";" WS-BI-NOME ";000000000; ; "
               DELIMITED BY SIZE INTO WS-BI-IMAGEM
           END-STRING.
           MOVE "O" TO WS-BI-DIM.
           MOVE WS-BI-EMP TO WS-BI-NAT.
           MOVE "F" TO WS-BI-MODO.
           PERFORM BI-DIMENSAO-PROCEDURE.
           MOVE WS-BI-SK TO WS-BI-SK-OPE.
       BI-DIMENSAO-PROCEDURE.
           MOVE WS-BI-DIM TO BKDIM.
           MOVE WS-BI-NAT TO BKNATURAL.
           READ ARQ-BICHAVE
               INVALID KEY MOVE "N" TO WS-BI-ACHOU
               NOT INVALID KEY MOVE "S" TO WS-BI-ACHOU
           END-READ.
           IF WS-BI-ACHOU = "N"
               PERFORM BI-NOVA-CHAVE-PROCEDURE
               PERFORM BI-GRAVA-DIMENSAO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE BKSK TO WS-BI-SK.
           IF WS-BI-MODO = "F"
               MOVE BKIMAGEM TO WS-BI-IMAGEM
           END-IF.
           IF BKIMAGEM = WS-BI-IMAGEM
               AND (BKENVIO <> WS-HOJE OR BKEXEC = WS-BI-EXEC)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BI-IMAGEM TO BKIMAGEM.
           MOVE WS-HOJE TO BKENVIO.
           MOVE WS-BI-EXEC TO BKEXEC.
           REWRITE REG-BICHAVE.
           PERFORM BI-GRAVA-DIMENSAO-PROCEDURE.
       BI-NOVA-CHAVE-PROCEDURE.
           IF WS-BI-DIM = "D"
               MOVE WS-BI-DATA TO WS-BI-SK
           ELSE
               MOVE WS-BI-DIM TO BKDIM
               MOVE SPACES TO BKNATURAL
               READ ARQ-BICHAVE
                   INVALID KEY
                       MOVE 1 TO BKSK
                       MOVE ZEROES TO BKENVIO
                       MOVE ZEROES TO BKEXEC
                       MOVE SPACES TO BKIMAGEM
                       WRITE REG-BICHAVE
                   NOT INVALID KEY
                       ADD 1 TO BKSK
                       REWRITE REG-BICHAVE
               END-READ
               MOVE BKSK TO WS-BI-SK
           END-IF.
           MOVE WS-BI-DIM TO BKDIM.
           MOVE WS-BI-NAT TO BKNATURAL.
           MOVE WS-BI-SK TO BKSK.
           MOVE WS-HOJE TO BKENVIO.
           MOVE WS-BI-EXEC TO BKEXEC.
           MOVE WS-BI-IMAGEM TO BKIMAGEM.
           WRITE REG-BICHAVE.
       BI-GRAVA-DIMENSAO-PROCEDURE.
           MOVE SPACES TO WS-BI-LINHA.
           STRING WS-BI-SK ";" WS-BI-IMAGEM
               DELIMITED BY SIZE INTO WS-BI-LINHA
           END-STRING.
           EVALUATE WS-BI-DIM
               WHEN "C"
                   MOVE 1 TO WS-BI-I
                   MOVE WS-BI-LINHA TO DCLI-REG
                   WRITE DCLI-REG
               WHEN "T"
                   MOVE 2 TO WS-BI-I
                   MOVE WS-BI-LINHA TO DTIT-REG
                   WRITE DTIT-REG
               WHEN "K"
                   MOVE 3 TO WS-BI-I
                   MOVE WS-BI-LINHA TO DCOP-REG
                   WRITE DCOP-REG
               WHEN "F"
                   MOVE 4 TO WS-BI-I
                   MOVE WS-BI-LINHA TO DFIL-REG
                   WRITE DFIL-REG
               WHEN "O"
                   MOVE 5 TO WS-BI-I
                   MOVE WS-BI-LINHA TO DOPE-REG
                   WRITE DOPE-REG
               WHEN OTHER
                   MOVE 6 TO WS-BI-I
                   MOVE WS-BI-LINHA TO DDAT-REG
                   WRITE DDAT-REG
           END-EVALUATE.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DA DIMENSAO "
                   WS-BI-CT-NOME (WS-BI-I) ", FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
           ADD 1 TO WS-BI-CT-QTD (WS-BI-I).
       GRAVA-CONTROLE-PROCEDURE.
           MOVE SPACES TO CTL-REG.
           STRING "01;" WS-HOJE ";" WS-BI-INICIO ";" WS-BI-FIM ";"
               WS-BI-EXEC
               DELIMITED BY SIZE INTO CTL-REG
           END-STRING.
           WRITE CTL-REG.
           PERFORM VARYING WS-BI-I FROM 1 BY 1 UNTIL WS-BI-I > 8
               MOVE WS-BI-CT-TOT1 (WS-BI-I) TO WS-ED-TOT1
               MOVE WS-BI-CT-TOT2 (WS-BI-I) TO WS-ED-TOT2
               MOVE WS-BI-CT-TOT3 (WS-BI-I) TO WS-ED-TOT3
               MOVE SPACES TO CTL-REG
               STRING "02;" WS-BI-CT-NOME (WS-BI-I) ";"
                   WS-BI-CT-QTD (WS-BI-I) ";" WS-ED-TOT1 ";"
                   WS-ED-TOT2 ";" WS-ED-TOT3
                   DELIMITED BY SIZE INTO CTL-REG
               END-STRING
               WRITE CTL-REG
               ADD WS-BI-CT-QTD (WS-BI-I) TO WS-BI-TOTREGS
           END-PERFORM.
           MOVE SPACES TO CTL-REG.
           STRING "99;" WS-BI-TOTREGS
               DELIMITED BY SIZE INTO CTL-REG
           END-STRING.
           WRITE CTL-REG.
           IF WS-FS2 <> 0
               DISPLAY "ERRO NA GRAVACAO DE " WS-ARQ-CTL ", FS=" WS-FS2
               MOVE "S" TO WS-ERRO
           END-IF.
       GRAVA-MARCA-PROCEDURE.
           MOVE "W" TO BKDIM.
           MOVE "FATOS" TO BKNATURAL.
           READ ARQ-BICHAVE
               INVALID KEY MOVE "N" TO WS-BI-ACHOU
               NOT INVALID KEY MOVE "S" TO WS-BI-ACHOU
           END-READ.
           MOVE "W" TO BKDIM.
           MOVE "FATOS" TO BKNATURAL.
           MOVE WS-BI-FIM TO BKSK.
           MOVE WS-HOJE TO BKENVIO.
           MOVE WS-BI-EXEC TO BKEXEC.
           MOVE SPACES TO BKIMAGEM.
           MOVE WS-BI-INICIO TO BKIMAGEM (1:8).
           IF WS-BI-ACHOU = "S"
               REWRITE REG-BICHAVE
           ELSE
               WRITE REG-BICHAVE
           END-IF.
       END PROGRAM BIEXTRAT.
