           SELECT ARQ-BOBINA ASSIGN TO "BOBINA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT ARQ-FITA ASSIGN TO DYNAMIC nome-fita
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT ARQ-LISTA ASSIGN TO DYNAMIC nome-lista
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-BOBINA.
       01 REG-BOBINA PIC X(60).
       FD ARQ-FITA.
       01 REG-FITA.
           05 fita-oper PIC X(1).
           05 fita-valor PIC X(79).
       FD ARQ-LISTA.
       01 REG-LISTA PIC X(80).
       WORKING-STORAGE SECTION.
           77 op PIC 9(1) VALUE 0.
           77 num PIC S9(5)V99.
           77 encadear PIC X(1) VALUE "N".
           77 simbolo PIC X(1).
           77 linha-bobina PIC X(60).
           77 parm PIC X(100).
           77 rc PIC 9(3) VALUE 0.
           77 nome-fita PIC X(50).
           77 nome-lista PIC X(50).
           77 fim-fita PIC X(1) VALUE "N".
           77 oper PIC X(1).
           77 texto-valor PIC X(80).
           77 valor PIC S9(9)V99.
           77 total-grupo PIC S9(11)V99 VALUE 0.
           77 total-geral PIC S9(11)V99 VALUE 0.
           77 total-informado PIC S9(11)V99 VALUE 0.
           77 diferenca PIC S9(11)V99.
           77 tem-informado PIC X(1) VALUE "N".
           77 num-linha PIC 9(5) VALUE 0.
           77 qtd-itens PIC 9(5) VALUE 0.
           77 itens-grupo PIC 9(5) VALUE 0.
           77 qtd-grupos PIC 9(3) VALUE 0.
           77 qtd-erros PIC 9(5) VALUE 0.
           77 msg-erro PIC X(40).
           77 valor-ed PIC -(11)9.99.
           77 total-ed PIC -(11)9.99.
           77 linha-lista PIC X(80).
           77 hoje PIC 9(8).
        SCREEN SECTION.
           01 menuu.
               02 BLANK SCREEN.
               02 LINE 03 COL 12 PIC -(7)9.99 FROM memoria.
               02 LINE 05 COL 03 VALUE "PRESSIONE ENTER...".
       PROCEDURE DIVISION.
       INICIO-PROCEDURE.
           ACCEPT parm FROM COMMAND-LINE.
           IF parm NOT = SPACES
               PERFORM FITA-PROCEDURE
               STOP RUN RETURNING rc
           END-IF.
       MAIN-PROCEDURE.
           DISPLAY menuu.
           ACCEPT menuu.
           ACCEPT inutil AT LINE 07 COL 01.
       MEMORIA-LIMPA-PROCEDURE.
           MOVE ZEROES TO memoria.
       FITA-PROCEDURE.
           MOVE SPACES TO nome-fita.
           MOVE SPACES TO nome-lista.
           UNSTRING parm DELIMITED BY ALL SPACE
               INTO nome-fita nome-lista
           END-UNSTRING.
           IF nome-lista = SPACES
               MOVE "FITA.LST" TO nome-lista
           END-IF.
           OPEN INPUT ARQ-FITA.
           IF WS-FS NOT = 0
               DISPLAY "FITA NAO ENCONTRADA: " nome-fita " FS=" WS-FS
               MOVE 8 TO rc
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-LISTA.
           IF WS-FS NOT = 0
               DISPLAY "ERRO AO CRIAR " nome-lista " FS=" WS-FS
               CLOSE ARQ-FITA
               MOVE 8 TO rc
               EXIT PARAGRAPH
           END-IF.
           ACCEPT hoje FROM DATE YYYYMMDD.
           MOVE SPACES TO linha-lista.
           STRING "FITA DE CONFERENCIA " DELIMITED BY SIZE
               nome-fita DELIMITED BY SPACE
               " EM " hoje DELIMITED BY SIZE
               INTO linha-lista
           END-STRING.
           WRITE REG-LISTA FROM linha-lista.
           MOVE ALL "-" TO linha-lista.
           WRITE REG-LISTA FROM linha-lista.
           READ ARQ-FITA
               AT END MOVE "Y" TO fim-fita
           END-READ.
           PERFORM FITA-LINHA-PROCEDURE UNTIL fim-fita = "Y".
           IF itens-grupo > 0 AND qtd-grupos > 0
               PERFORM FITA-SUBTOTAL-PROCEDURE
           ELSE
               ADD total-grupo TO total-geral
           END-IF.
           PERFORM FITA-TOTAL-PROCEDURE.
           CLOSE ARQ-FITA.
           CLOSE ARQ-LISTA.
           DISPLAY "FITA " FUNCTION TRIM(nome-fita)
               " CONFERIDA EM " FUNCTION TRIM(nome-lista).
           DISPLAY "ITENS: " qtd-itens " SUBTOTAIS: " qtd-grupos
               " REJEITADOS: " qtd-erros.
           MOVE total-geral TO total-ed.
           DISPLAY "TOTAL GERAL: " total-ed.
           IF rc = 4
               DISPLAY "TOTAL NAO CONFERE COM O INFORMADO"
           END-IF.
       FITA-LINHA-PROCEDURE.
           ADD 1 TO num-linha.
           IF REG-FITA NOT = SPACES AND fita-oper NOT = "*"
               PERFORM FITA-LANCA-PROCEDURE
           END-IF.
           READ ARQ-FITA
               AT END MOVE "Y" TO fim-fita
           END-READ.
       FITA-LANCA-PROCEDURE.
           MOVE FUNCTION UPPER-CASE(fita-oper) TO oper.
           MOVE fita-valor TO texto-valor.
           IF oper IS NUMERIC OR oper = "."
               MOVE "+" TO oper
               MOVE REG-FITA TO texto-valor
           END-IF.
           IF tem-informado = "S"
               MOVE "LANCAMENTO APOS O TOTAL INFORMADO" TO msg-erro
               PERFORM FITA-ERRO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF oper = "S"
               PERFORM FITA-SUBTOTAL-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           INSPECT texto-valor REPLACING ALL "," BY ".".
           IF FUNCTION TEST-NUMVAL (texto-valor) NOT = 0
               MOVE "VALOR INVALIDO" TO msg-erro
               PERFORM FITA-ERRO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE valor = FUNCTION NUMVAL (texto-valor)
               ON SIZE ERROR
                   MOVE "VALOR MUITO GRANDE" TO msg-erro
                   PERFORM FITA-ERRO-PROCEDURE
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE SPACES TO msg-erro.
           EVALUATE oper
               WHEN "+"
                   ADD valor TO total-grupo
               WHEN "-"
                   SUBTRACT valor FROM total-grupo
               WHEN "X"
                   COMPUTE total-grupo ROUNDED = total-grupo * valor
                       ON SIZE ERROR
                           MOVE "RESULTADO MUITO GRANDE" TO msg-erro
                   END-COMPUTE
               WHEN "/"
                   IF valor = ZERO
                       MOVE "DIVISAO POR ZERO" TO msg-erro
                   ELSE
                       COMPUTE total-grupo ROUNDED = total-grupo / valor
                   END-IF
               WHEN "T"
                   MOVE valor TO total-informado
                   MOVE "S" TO tem-informado
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO msg-erro
           END-EVALUATE.
           IF msg-erro NOT = SPACES
               PERFORM FITA-ERRO-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO qtd-itens.
           ADD 1 TO itens-grupo.
           MOVE valor TO valor-ed.
           MOVE SPACES TO linha-lista.
           STRING qtd-itens "  " valor-ed " " oper
               DELIMITED BY SIZE INTO linha-lista
           END-STRING.
           WRITE REG-LISTA FROM linha-lista.
       FITA-ERRO-PROCEDURE.
           ADD 1 TO qtd-erros.
           MOVE SPACES TO linha-lista.
           STRING "*** LINHA " num-linha " " DELIMITED BY SIZE
               msg-erro DELIMITED BY "  "
               ": " REG-FITA DELIMITED BY SIZE
               INTO linha-lista
           END-STRING.
           WRITE REG-LISTA FROM linha-lista.
       FITA-SUBTOTAL-PROCEDURE.
           ADD 1 TO qtd-grupos.
           ADD total-grupo TO total-geral.
           MOVE total-grupo TO total-ed.
           MOVE SPACES TO linha-lista.
           STRING "       " total-ed " S  SUBTOTAL " qtd-grupos
               " (" itens-grupo " ITENS)"
               DELIMITED BY SIZE INTO linha-lista
           END-STRING.
           WRITE REG-LISTA FROM linha-lista.
           MOVE SPACES TO linha-lista.
           WRITE REG-LISTA FROM linha-lista.
           MOVE ZERO TO total-grupo.
           MOVE ZERO TO itens-grupo.
       FITA-TOTAL-PROCEDURE.
           MOVE ALL "=" TO linha-lista.
           WRITE REG-LISTA FROM linha-lista.
           MOVE total-geral TO total-ed.
           MOVE SPACES TO linha-lista.
           STRING "TOTAL  " total-ed " T  " qtd-itens " ITENS"
               DELIMITED BY SIZE INTO linha-lista
           END-STRING.
           WRITE REG-LISTA FROM linha-lista.
           MOVE SPACES TO linha-lista.
           IF tem-informado = "S"
               MOVE total-informado TO total-ed
               STRING "INFORM " total-ed
                   DELIMITED BY SIZE INTO linha-lista
               END-STRING
               WRITE REG-LISTA FROM linha-lista
               COMPUTE diferenca = total-geral - total-informado
               MOVE SPACES TO linha-lista
               IF diferenca = ZERO
                   MOVE "FITA CONFERE COM O TOTAL INFORMADO"
                       TO linha-lista
               ELSE
                   MOVE diferenca TO total-ed
                   STRING "DIFER. " total-ed " *** FITA NAO CONFERE ***"
                       DELIMITED BY SIZE INTO linha-lista
                   END-STRING
                   MOVE 4 TO rc
               END-IF
           ELSE
               MOVE "SEM TOTAL INFORMADO PARA CONFERENCIA"
                   TO linha-lista
           END-IF.
           WRITE REG-LISTA FROM linha-lista.
           IF qtd-erros > 0
               MOVE SPACES TO linha-lista
               STRING "*** " qtd-erros " LINHA(S) REJEITADA(S)"
                   DELIMITED BY SIZE INTO linha-lista
               END-STRING
               WRITE REG-LISTA FROM linha-lista
               MOVE 8 TO rc
           END-IF.
       END PROGRAM CALCULADORA.
