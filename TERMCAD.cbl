       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCAD.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCFUNCIONARIOS.
               COPY FCTERMINAL.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFUNCIONARIOS.
           COPY FDTERMINAL.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-GER-EMPID PIC 9(5) VALUE ZERO.
           77 WS-GER-PIN PIC 9(4).
           77 WS-GER-OK PIC X(1).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-OPCAO PIC X(1).
           77 WS-TERMINAL PIC X(8).
           77 WS-FINALIDADE PIC X(1).
           77 WS-PADRAO PIC X(9).
           77 WS-OPCOES PIC X(9).
           77 WS-I PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM AUTORIZA-GERENTE-PROCEDURE.
           IF WS-GER-OK <> "S"
               DISPLAY "CADASTRO DE TERMINAIS RESTRITO A GERENTES"
               STOP RUN RETURNING 1
           END-IF.
           OPEN I-O ARQ-TERMINAL.
           IF WS-FS = "35"
               CLOSE ARQ-TERMINAL
               OPEN OUTPUT ARQ-TERMINAL
               CLOSE ARQ-TERMINAL
               OPEN I-O ARQ-TERMINAL
           END-IF.
           IF WS-FS <> "00"
               DISPLAY "ERRO AO ABRIR TERMINAL, FS=" WS-FS
               STOP RUN RETURNING 1
           END-IF.
           DISPLAY "OPCAO (A=ALTERAR L=LISTAR I=INATIVAR): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "L"
               WHEN "l"
                   PERFORM LISTA-PROCEDURE
               WHEN "I"
               WHEN "i"
                   PERFORM INATIVA-PROCEDURE
               WHEN OTHER
                   PERFORM ALTERA-PROCEDURE
           END-EVALUATE.
           CLOSE ARQ-TERMINAL.
           STOP RUN.
       AUTORIZA-GERENTE-PROCEDURE.
           MOVE "N" TO WS-GER-OK.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WS-FS = "35"
               MOVE "S" TO WS-GER-OK
           ELSE
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
                   CLOSE ARQ-FUNCIONARIOS
               END-IF
           END-IF.
       LE-TERMINAL-PROCEDURE.
           DISPLAY "IDENTIFICACAO DO TERMINAL: ".
           ACCEPT WS-TERMINAL.
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL) TO WS-TERMINAL.
       ALTERA-PROCEDURE.
           PERFORM LE-TERMINAL-PROCEDURE.
           IF WS-TERMINAL = SPACES
               DISPLAY "TERMINAL OBRIGATORIO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TERMINAL TO TMID.
           READ ARQ-TERMINAL
               INVALID KEY
                   MOVE WS-TERMINAL TO TMID
                   PERFORM MONTA-PROCEDURE
                   WRITE REG-TERMINAL
                   DISPLAY "TERMINAL INCLUIDO"
               NOT INVALID KEY
                   PERFORM MONTA-PROCEDURE
                   REWRITE REG-TERMINAL
                   DISPLAY "TERMINAL ATUALIZADO"
           END-READ.
       MONTA-PROCEDURE.
           DISPLAY "FILIAL: ".
           ACCEPT TMFILIAL.
           DISPLAY "FINALIDADE (B=BALCAO E=ESCRITORIO G=GERENCIA): ".
           ACCEPT WS-FINALIDADE.
           MOVE FUNCTION UPPER-CASE(WS-FINALIDADE) TO WS-FINALIDADE.
           EVALUATE WS-FINALIDADE
               WHEN "E"
                   MOVE "NNSSNNSSN" TO WS-PADRAO
               WHEN "G"
                   MOVE "SSSSSSSSS" TO WS-PADRAO
               WHEN OTHER
                   MOVE "B" TO WS-FINALIDADE
                   MOVE "SSNNSSSSS" TO WS-PADRAO
           END-EVALUATE.
           MOVE WS-FINALIDADE TO TMFINALIDADE.
           DISPLAY "OPCOES DO MENU 1 A 9 (S/N, ENTER = " WS-PADRAO
               "): ".
           MOVE SPACES TO WS-OPCOES.
           ACCEPT WS-OPCOES.
           IF WS-OPCOES = SPACES
               MOVE WS-PADRAO TO WS-OPCOES
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OPCOES) TO WS-OPCOES.
           MOVE WS-OPCOES TO TMOPCOES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF TMOPCAO (WS-I) <> "S"
                   MOVE "N" TO TMOPCAO (WS-I)
               END-IF
           END-PERFORM.
           MOVE "S" TO TMOPCAO (7).
           DISPLAY "DESCRICAO: ".
           ACCEPT TMDESCR.
           MOVE "A" TO TMSITUACAO.
           ACCEPT TMDATA FROM DATE YYYYMMDD.
           MOVE WS-GER-EMPID TO TMEMPID.
       INATIVA-PROCEDURE.
           PERFORM LE-TERMINAL-PROCEDURE.
           MOVE WS-TERMINAL TO TMID.
           READ ARQ-TERMINAL
               INVALID KEY
                   DISPLAY "TERMINAL NAO CADASTRADO"
               NOT INVALID KEY
                   MOVE "I" TO TMSITUACAO
                   ACCEPT TMDATA FROM DATE YYYYMMDD
                   MOVE WS-GER-EMPID TO TMEMPID
                   REWRITE REG-TERMINAL
                   DISPLAY "TERMINAL INATIVADO"
           END-READ.
       LISTA-PROCEDURE.
           MOVE SPACES TO TMID.
           START ARQ-TERMINAL KEY IS NOT LESS THAN TMID
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-TERMINAL NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N"
                   DISPLAY TMID " FILIAL " TMFILIAL
                       " " TMFINALIDADE " OPCOES " TMOPCOES
                       " " TMSITUACAO " " TMDESCR
               END-IF
           END-PERFORM.
       END PROGRAM TERMCAD.
