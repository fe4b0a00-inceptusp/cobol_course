       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ARQ-CONTROLE ASSIGN TO "COMPARACTL.CRD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS.
               SELECT ANTIGO-L ASSIGN TO DYNAMIC WS-ARQ-ANTIGO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-A.
               SELECT ANTIGO-F ASSIGN TO DYNAMIC WS-ARQ-ANTIGO
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS-A.
               SELECT NOVO-L ASSIGN TO DYNAMIC WS-ARQ-NOVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS-N.
               SELECT NOVO-F ASSIGN TO DYNAMIC WS-ARQ-NOVO
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS-N.
               SELECT RELATORIO ASSIGN TO DYNAMIC WS-ARQ-RELAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CONTROLE.
               01 CONTROLE-REG PIC X(80).
           FD ANTIGO-L.
               01 ANTIGO-L-REG PIC X(512).
           FD ANTIGO-F.
               01 ANTIGO-F-REG PIC X(1).
           FD NOVO-L.
               01 NOVO-L-REG PIC X(512).
           FD NOVO-F.
               01 NOVO-F-REG PIC X(1).
           FD RELATORIO.
               01 RELAT-REG PIC X(132).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-A PIC 99.
           77 WS-FS-N PIC 99.
           77 WS-EOF-CTL PIC X(1) VALUE "N".
           77 WS-EOF-A PIC X(1) VALUE "N".
           77 WS-EOF-N PIC X(1) VALUE "N".
           77 WS-SEQ-OK PIC X(1).
           77 WS-ARQ-ANTIGO PIC X(50).
           77 WS-ARQ-NOVO PIC X(50).
           77 WS-ARQ-RELAT PIC X(50).
           77 WS-FORMATO PIC X(1) VALUE "L".
           77 WS-TAMANHO PIC 9(3) VALUE ZERO.
           77 WS-CH-POS PIC 9(3) VALUE ZERO.
           77 WS-CH-LEN PIC 9(3) VALUE ZERO.
           77 WS-TOK-NOME PIC X(20).
           77 WS-TOK-VALOR PIC X(60).
           77 WS-TOK-POS PIC X(5).
           77 WS-TOK-LEN PIC X(5).
           77 WS-REG-A PIC X(512).
           77 WS-REG-N PIC X(512).
           77 WS-CHAVE-A PIC X(64).
           77 WS-CHAVE-N PIC X(64).
           77 WS-ULT-A PIC X(64).
           77 WS-ULT-N PIC X(64).
           77 WS-BYTES-A PIC 9(3).
           77 WS-BYTES-N PIC 9(3).
           77 WS-BYTE-I PIC 9(3).
           77 WS-FATIA PIC 9(3).
           77 WS-FATIA-LEN PIC 9(3).
           77 WS-FATIA-FIM PIC 9(3).
           77 WS-DIF-QTD PIC 9(3).
           77 WS-DIF-PRI PIC 9(3).
           77 WS-DIF-ULT PIC 9(3).
           77 WS-MARCA PIC X(100).
           77 WS-CONT-A PIC 9(7) VALUE ZEROES.
           77 WS-CONT-N PIC 9(7) VALUE ZEROES.
           77 WS-CONT-IGUAIS PIC 9(7) VALUE ZEROES.
           77 WS-CONT-INCLUIDOS PIC 9(7) VALUE ZEROES.
           77 WS-CONT-EXCLUIDOS PIC 9(7) VALUE ZEROES.
           77 WS-CONT-ALTERADOS PIC 9(7) VALUE ZEROES.
           77 WS-CONT-ERROS PIC 9(7) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LE-CONTROLE-PROCEDURE.
           IF WS-ARQ-ANTIGO = SPACES OR WS-ARQ-NOVO = SPACES
               OR WS-CH-POS = ZERO OR WS-CH-LEN = ZERO
               OR (WS-FORMATO = "F" AND WS-TAMANHO = ZERO)
               DISPLAY "CARTAO DE CONTROLE COMPARACTL.CRD INCOMPLETO"
               DISPLAY "ESPERADO: ANTIGO= NOVO= CHAVE= FORMATO="
                   " TAMANHO= RELATORIO="
               STOP RUN RETURNING 8
           END-IF.
           IF WS-TAMANHO = ZERO
               MOVE 512 TO WS-TAMANHO
           END-IF.
           IF WS-TAMANHO > 512
               DISPLAY "TAMANHO MAIOR QUE 512: " WS-TAMANHO
               STOP RUN RETURNING 8
           END-IF.
           IF WS-CH-LEN > 64
               OR WS-CH-POS + WS-CH-LEN - 1 > WS-TAMANHO
               DISPLAY "CHAVE FORA DO REGISTRO: " WS-CH-POS ","
                   WS-CH-LEN " TAMANHO " WS-TAMANHO
               STOP RUN RETURNING 8
           END-IF.
           PERFORM ABRE-ARQUIVOS-PROCEDURE.
           PERFORM LE-ANTIGO-PROCEDURE.
           PERFORM LE-NOVO-PROCEDURE.
           PERFORM COMPARA-PAR-PROCEDURE
               UNTIL WS-EOF-A = "Y" AND WS-EOF-N = "Y".
           PERFORM GRAVA-TOTAIS-PROCEDURE.
           PERFORM FECHA-ARQUIVOS-PROCEDURE.
           DISPLAY "COMPARACAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS ANTIGO: " WS-CONT-A.
           DISPLAY "REGISTROS LIDOS NOVO: " WS-CONT-N.
           DISPLAY "IGUAIS: " WS-CONT-IGUAIS.
           DISPLAY "INCLUIDOS: " WS-CONT-INCLUIDOS.
           DISPLAY "EXCLUIDOS: " WS-CONT-EXCLUIDOS.
           DISPLAY "ALTERADOS: " WS-CONT-ALTERADOS.
           DISPLAY "ERROS: " WS-CONT-ERROS.
           DISPLAY "RELATORIO EM " WS-ARQ-RELAT.
           IF WS-CONT-ERROS > ZERO
               DISPLAY "ATENCAO: ARQUIVOS COM ERRO DE SEQUENCIA"
                   " OU REGISTRO INCOMPLETO"
               STOP RUN RETURNING 8
           END-IF.
           IF WS-CONT-INCLUIDOS > ZERO OR WS-CONT-EXCLUIDOS > ZERO
               OR WS-CONT-ALTERADOS > ZERO
               DISPLAY "ARQUIVOS DIFERENTES"
               STOP RUN RETURNING 4
           END-IF.
           DISPLAY "ARQUIVOS IGUAIS".
           STOP RUN.
       LE-CONTROLE-PROCEDURE.
           MOVE SPACES TO WS-ARQ-ANTIGO.
           MOVE SPACES TO WS-ARQ-NOVO.
           MOVE "COMPARA.TXT" TO WS-ARQ-RELAT.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-FS <> 0
               DISPLAY "COMPARACTL.CRD NAO ENCONTRADO, FS=" WS-FS
               STOP RUN RETURNING 8
           END-IF.
           READ ARQ-CONTROLE
               AT END MOVE "Y" TO WS-EOF-CTL
           END-READ.
           PERFORM TRATA-CARTAO-PROCEDURE UNTIL WS-EOF-CTL = "Y".
           CLOSE ARQ-CONTROLE.
       TRATA-CARTAO-PROCEDURE.
           MOVE SPACES TO WS-TOK-NOME.
           MOVE SPACES TO WS-TOK-VALOR.
           UNSTRING CONTROLE-REG DELIMITED BY "="
               INTO WS-TOK-NOME WS-TOK-VALOR
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(WS-TOK-NOME)
               WHEN "ANTIGO"
                   MOVE FUNCTION TRIM(WS-TOK-VALOR) TO WS-ARQ-ANTIGO
               WHEN "NOVO"
                   MOVE FUNCTION TRIM(WS-TOK-VALOR) TO WS-ARQ-NOVO
               WHEN "RELATORIO"
                   MOVE FUNCTION TRIM(WS-TOK-VALOR) TO WS-ARQ-RELAT
               WHEN "FORMATO"
                   MOVE FUNCTION TRIM(WS-TOK-VALOR) TO WS-FORMATO
               WHEN "TAMANHO"
                   COMPUTE WS-TAMANHO =
                       FUNCTION NUMVAL(WS-TOK-VALOR)
               WHEN "CHAVE"
                   MOVE SPACES TO WS-TOK-POS
                   MOVE SPACES TO WS-TOK-LEN
                   UNSTRING WS-TOK-VALOR DELIMITED BY ","
                       INTO WS-TOK-POS WS-TOK-LEN
                   END-UNSTRING
                   COMPUTE WS-CH-POS = FUNCTION NUMVAL(WS-TOK-POS)
                   COMPUTE WS-CH-LEN = FUNCTION NUMVAL(WS-TOK-LEN)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ ARQ-CONTROLE
               AT END MOVE "Y" TO WS-EOF-CTL
           END-READ.
       ABRE-ARQUIVOS-PROCEDURE.
           IF WS-FORMATO = "F"
               OPEN INPUT ANTIGO-F
           ELSE
               MOVE "L" TO WS-FORMATO
               OPEN INPUT ANTIGO-L
           END-IF.
           IF WS-FS-A <> 0
               DISPLAY "ERRO AO ABRIR " WS-ARQ-ANTIGO " FS=" WS-FS-A
               STOP RUN RETURNING 8
           END-IF.
           IF WS-FORMATO = "F"
               OPEN INPUT NOVO-F
           ELSE
               OPEN INPUT NOVO-L
           END-IF.
           IF WS-FS-N <> 0
               DISPLAY "ERRO AO ABRIR " WS-ARQ-NOVO " FS=" WS-FS-N
               STOP RUN RETURNING 8
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF WS-FS <> 0
               DISPLAY "ERRO AO CRIAR " WS-ARQ-RELAT " FS=" WS-FS
               STOP RUN RETURNING 8
           END-IF.
           MOVE "COMPARACAO DE ARQUIVOS SEQUENCIAIS" TO RELAT-REG.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "ANTIGO: " WS-ARQ-ANTIGO
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "NOVO:   " WS-ARQ-NOVO
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "FORMATO " WS-FORMATO " TAMANHO " WS-TAMANHO
               " CHAVE " WS-CH-POS "," WS-CH-LEN
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE ALL "-" TO RELAT-REG.
           WRITE RELAT-REG.
       FECHA-ARQUIVOS-PROCEDURE.
           IF WS-FORMATO = "F"
               CLOSE ANTIGO-F
               CLOSE NOVO-F
           ELSE
               CLOSE ANTIGO-L
               CLOSE NOVO-L
           END-IF.
           CLOSE RELATORIO.
       LE-ANTIGO-PROCEDURE.
           MOVE WS-CHAVE-A TO WS-ULT-A.
           IF WS-CONT-A = ZERO
               MOVE LOW-VALUES TO WS-ULT-A
           END-IF.
           MOVE "N" TO WS-SEQ-OK.
           PERFORM UNTIL WS-SEQ-OK = "S" OR WS-EOF-A = "Y"
               PERFORM LE-REG-ANTIGO-PROCEDURE
               IF WS-EOF-A = "N"
                   MOVE SPACES TO WS-CHAVE-A
                   MOVE WS-REG-A (WS-CH-POS:WS-CH-LEN)
                       TO WS-CHAVE-A (1:WS-CH-LEN)
                   IF WS-CHAVE-A < WS-ULT-A
                       ADD 1 TO WS-CONT-ERROS
                       MOVE SPACES TO RELAT-REG
                       STRING "ANTIGO FORA DE SEQUENCIA, REGISTRO "
                           WS-CONT-A " CHAVE "
                           WS-CHAVE-A (1:WS-CH-LEN)
                           DELIMITED BY SIZE INTO RELAT-REG
                       END-STRING
                       WRITE RELAT-REG
                   ELSE
                       MOVE "S" TO WS-SEQ-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EOF-A = "Y"
               MOVE HIGH-VALUES TO WS-CHAVE-A
           END-IF.
       LE-REG-ANTIGO-PROCEDURE.
           MOVE SPACES TO WS-REG-A.
           IF WS-FORMATO = "L"
               READ ANTIGO-L
                   AT END MOVE "Y" TO WS-EOF-A
                   NOT AT END MOVE ANTIGO-L-REG TO WS-REG-A
               END-READ
           ELSE
               MOVE ZERO TO WS-BYTES-A
               PERFORM UNTIL WS-BYTES-A = WS-TAMANHO
                   OR WS-EOF-A = "Y"
                   READ ANTIGO-F
                       AT END MOVE "Y" TO WS-EOF-A
                       NOT AT END
                           ADD 1 TO WS-BYTES-A
                           MOVE ANTIGO-F-REG
                               TO WS-REG-A (WS-BYTES-A:1)
                   END-READ
               END-PERFORM
               IF WS-EOF-A = "Y" AND WS-BYTES-A > ZERO
                   ADD 1 TO WS-CONT-ERROS
                   MOVE SPACES TO RELAT-REG
                   STRING "ANTIGO TERMINA COM REGISTRO INCOMPLETO DE "
                       WS-BYTES-A " BYTES"
                       DELIMITED BY SIZE INTO RELAT-REG
                   END-STRING
                   WRITE RELAT-REG
               END-IF
           END-IF.
           IF WS-EOF-A = "N"
               ADD 1 TO WS-CONT-A
           END-IF.
       LE-NOVO-PROCEDURE.
           MOVE WS-CHAVE-N TO WS-ULT-N.
           IF WS-CONT-N = ZERO
               MOVE LOW-VALUES TO WS-ULT-N
           END-IF.
           MOVE "N" TO WS-SEQ-OK.
           PERFORM UNTIL WS-SEQ-OK = "S" OR WS-EOF-N = "Y"
               PERFORM LE-REG-NOVO-PROCEDURE
               IF WS-EOF-N = "N"
                   MOVE SPACES TO WS-CHAVE-N
                   MOVE WS-REG-N (WS-CH-POS:WS-CH-LEN)
                       TO WS-CHAVE-N (1:WS-CH-LEN)
                   IF WS-CHAVE-N < WS-ULT-N
                       ADD 1 TO WS-CONT-ERROS
                       MOVE SPACES TO RELAT-REG
                       STRING "NOVO FORA DE SEQUENCIA, REGISTRO "
                           WS-CONT-N " CHAVE "
                           WS-CHAVE-N (1:WS-CH-LEN)
                           DELIMITED BY SIZE INTO RELAT-REG
                       END-STRING
                       WRITE RELAT-REG
                   ELSE
                       MOVE "S" TO WS-SEQ-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EOF-N = "Y"
               MOVE HIGH-VALUES TO WS-CHAVE-N
           END-IF.
       LE-REG-NOVO-PROCEDURE.
           MOVE SPACES TO WS-REG-N.
           IF WS-FORMATO = "L"
               READ NOVO-L
                   AT END MOVE "Y" TO WS-EOF-N
                   NOT AT END MOVE NOVO-L-REG TO WS-REG-N
               END-READ
           ELSE
               MOVE ZERO TO WS-BYTES-N
               PERFORM UNTIL WS-BYTES-N = WS-TAMANHO
                   OR WS-EOF-N = "Y"
                   READ NOVO-F
                       AT END MOVE "Y" TO WS-EOF-N
                       NOT AT END
                           ADD 1 TO WS-BYTES-N
                           MOVE NOVO-F-REG
                               TO WS-REG-N (WS-BYTES-N:1)
                   END-READ
               END-PERFORM
               IF WS-EOF-N = "Y" AND WS-BYTES-N > ZERO
                   ADD 1 TO WS-CONT-ERROS
                   MOVE SPACES TO RELAT-REG
                   STRING "NOVO TERMINA COM REGISTRO INCOMPLETO DE "
                       WS-BYTES-N " BYTES"
                       DELIMITED BY SIZE INTO RELAT-REG
                   END-STRING
                   WRITE RELAT-REG
               END-IF
           END-IF.
           IF WS-EOF-N = "N"
               ADD 1 TO WS-CONT-N
           END-IF.
       COMPARA-PAR-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-CHAVE-A < WS-CHAVE-N
                   PERFORM GRAVA-EXCLUIDO-PROCEDURE
                   PERFORM LE-ANTIGO-PROCEDURE
               WHEN WS-CHAVE-A > WS-CHAVE-N
                   PERFORM GRAVA-INCLUIDO-PROCEDURE
                   PERFORM LE-NOVO-PROCEDURE
               WHEN OTHER
                   IF WS-REG-A (1:WS-TAMANHO) = WS-REG-N (1:WS-TAMANHO)
                       ADD 1 TO WS-CONT-IGUAIS
                   ELSE
                       PERFORM GRAVA-ALTERADO-PROCEDURE
                   END-IF
                   PERFORM LE-ANTIGO-PROCEDURE
                   PERFORM LE-NOVO-PROCEDURE
           END-EVALUATE.
       GRAVA-EXCLUIDO-PROCEDURE.
           ADD 1 TO WS-CONT-EXCLUIDOS.
           MOVE SPACES TO RELAT-REG.
           STRING "EXCLUIDO  CHAVE " WS-CHAVE-A (1:WS-CH-LEN)
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           PERFORM VARYING WS-FATIA FROM 1 BY 100
                   UNTIL WS-FATIA > WS-TAMANHO
               PERFORM CALCULA-FATIA-PROCEDURE
               IF WS-REG-A (WS-FATIA:WS-FATIA-LEN) <> SPACES
                   MOVE SPACES TO RELAT-REG
                   STRING "  POS " WS-FATIA " ANTES:  "
                       WS-REG-A (WS-FATIA:WS-FATIA-LEN)
                       DELIMITED BY SIZE INTO RELAT-REG
                   END-STRING
                   WRITE RELAT-REG
               END-IF
           END-PERFORM.
       GRAVA-INCLUIDO-PROCEDURE.
           ADD 1 TO WS-CONT-INCLUIDOS.
           MOVE SPACES TO RELAT-REG.
           STRING "INCLUIDO  CHAVE " WS-CHAVE-N (1:WS-CH-LEN)
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           PERFORM VARYING WS-FATIA FROM 1 BY 100
                   UNTIL WS-FATIA > WS-TAMANHO
               PERFORM CALCULA-FATIA-PROCEDURE
               IF WS-REG-N (WS-FATIA:WS-FATIA-LEN) <> SPACES
                   MOVE SPACES TO RELAT-REG
                   STRING "  POS " WS-FATIA " DEPOIS: "
                       WS-REG-N (WS-FATIA:WS-FATIA-LEN)
                       DELIMITED BY SIZE INTO RELAT-REG
                   END-STRING
                   WRITE RELAT-REG
               END-IF
           END-PERFORM.
       GRAVA-ALTERADO-PROCEDURE.
           ADD 1 TO WS-CONT-ALTERADOS.
           MOVE ZERO TO WS-DIF-QTD.
           MOVE ZERO TO WS-DIF-PRI.
           MOVE ZERO TO WS-DIF-ULT.
           PERFORM VARYING WS-BYTE-I FROM 1 BY 1
                   UNTIL WS-BYTE-I > WS-TAMANHO
               IF WS-REG-A (WS-BYTE-I:1) <> WS-REG-N (WS-BYTE-I:1)
                   ADD 1 TO WS-DIF-QTD
                   IF WS-DIF-PRI = ZERO
                       MOVE WS-BYTE-I TO WS-DIF-PRI
                   END-IF
                   MOVE WS-BYTE-I TO WS-DIF-ULT
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELAT-REG.
           STRING "ALTERADO  CHAVE " WS-CHAVE-A (1:WS-CH-LEN)
               "  " WS-DIF-QTD " BYTE(S) ENTRE AS POSICOES "
               WS-DIF-PRI " E " WS-DIF-ULT
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           PERFORM VARYING WS-FATIA FROM 1 BY 100
                   UNTIL WS-FATIA > WS-TAMANHO
               PERFORM CALCULA-FATIA-PROCEDURE
               IF WS-REG-A (WS-FATIA:WS-FATIA-LEN)
                   <> WS-REG-N (WS-FATIA:WS-FATIA-LEN)
                   PERFORM GRAVA-FATIA-ALTERADA-PROCEDURE
               END-IF
           END-PERFORM.
       GRAVA-FATIA-ALTERADA-PROCEDURE.
           MOVE SPACES TO WS-MARCA.
           PERFORM VARYING WS-BYTE-I FROM 1 BY 1
                   UNTIL WS-BYTE-I > WS-FATIA-LEN
               IF WS-REG-A (WS-FATIA + WS-BYTE-I - 1:1)
                   <> WS-REG-N (WS-FATIA + WS-BYTE-I - 1:1)
                   MOVE "^" TO WS-MARCA (WS-BYTE-I:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELAT-REG.
           STRING "  POS " WS-FATIA " ANTES:  "
               WS-REG-A (WS-FATIA:WS-FATIA-LEN)
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "  POS " WS-FATIA " DEPOIS: "
               WS-REG-N (WS-FATIA:WS-FATIA-LEN)
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "                  " WS-MARCA (1:WS-FATIA-LEN)
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
       CALCULA-FATIA-PROCEDURE.
           COMPUTE WS-FATIA-FIM = WS-FATIA + 99.
           IF WS-FATIA-FIM > WS-TAMANHO
               MOVE WS-TAMANHO TO WS-FATIA-FIM
           END-IF.
           COMPUTE WS-FATIA-LEN = WS-FATIA-FIM - WS-FATIA + 1.
       GRAVA-TOTAIS-PROCEDURE.
           MOVE ALL "-" TO RELAT-REG.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "LIDOS ANTIGO: " WS-CONT-A
               "  LIDOS NOVO: " WS-CONT-N
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "IGUAIS: " WS-CONT-IGUAIS
               "  INCLUIDOS: " WS-CONT-INCLUIDOS
               "  EXCLUIDOS: " WS-CONT-EXCLUIDOS
               "  ALTERADOS: " WS-CONT-ALTERADOS
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
           MOVE SPACES TO RELAT-REG.
           STRING "ERROS DE SEQUENCIA/REGISTRO INCOMPLETO: "
               WS-CONT-ERROS
               DELIMITED BY SIZE INTO RELAT-REG
           END-STRING.
           WRITE RELAT-REG.
       END PROGRAM COMPARA.
