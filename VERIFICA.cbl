               COPY FCFUNCIONARIOS.
               COPY FCPARAM.
               COPY FCHISTORICO.
               COPY FCLOCABERTA.
               SELECT BKP-FILMES ASSIGN TO "BkpFilmes.dat"
                   FILE STATUS IS WS-FS2.
               SELECT BKP-CLIENTES ASSIGN TO "BkpClientes.dat"
           COPY FDFUNCIONARIOS.
           COPY FDPARAM.
           COPY FDHISTORICO.
           COPY FDLOCABERTA.
           FD BKP-FILMES.
           01 BKP-FILMES-REG.
               05 BKP-FCOD PIC 9(4).
           77 WS-PIN-CLARO PIC 9(4).
           77 WS-PIN-CIFRADO PIC 9(4).
           77 WS-CONT-REST PIC 9(7).
           77 WS-DIVERG PIC 9(5).
           77 WS-FASE PIC X(1).
           77 WS-LA-ABERTO PIC X(1).
           77 WS-LA-EOF PIC X(1).
           77 WS-LA-MOTIVO PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODO FROM COMMAND-LINE.
           END-IF.
           OPEN OUTPUT ARQ-SAIDA.
           PERFORM VERIFICA-FILMES-PROCEDURE.
           PERFORM VERIFICA-LOCABERTA-PROCEDURE.
           PERFORM VERIFICA-CLIENTES-PROCEDURE.
           PERFORM VERIFICA-RESERVA-PROCEDURE.
           PERFORM VERIFICA-RECEBER-PROCEDURE.
               END-IF
           END-IF.
           PERFORM GRAVA-RESULTADO-PROCEDURE.
       VERIFICA-LOCABERTA-PROCEDURE.
           MOVE "LOCABERTA" TO WS-ARQUIVO.
           MOVE "A" TO WS-FASE.
           PERFORM COMPARA-LOCABERTA-PROCEDURE.
           MOVE WS-ERROS TO WS-DIVERG.
           PERFORM RECONSTROI-LOCABERTA-PROCEDURE.
           MOVE "D" TO WS-FASE.
           PERFORM COMPARA-LOCABERTA-PROCEDURE.
           MOVE SPACES TO SAIDA-REG.
           STRING "LOCABERTA DIVERGENCIAS ANTES DA RECONSTRUCAO="
               WS-DIVERG
               DELIMITED BY SIZE INTO SAIDA-REG
           END-STRING.
           WRITE SAIDA-REG.
           DISPLAY "LOCABERTA DIVERGENCIAS ANTES DA RECONSTRUCAO="
               WS-DIVERG.
           PERFORM GRAVA-RESULTADO-PROCEDURE.
       COMPARA-LOCABERTA-PROCEDURE.
           MOVE ZEROES TO WS-CONT.
           MOVE ZEROES TO WS-ERROS.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-LOCABERTA.
           IF WS-FS = 0
               MOVE "S" TO WS-LA-ABERTO
           ELSE
               MOVE "N" TO WS-LA-ABERTO
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FACPF <> ZEROES
                   ADD 1 TO WS-CONT
                   MOVE SPACES TO WS-LA-MOTIVO
                   IF WS-LA-ABERTO = "N"
                       MOVE "AUSENTE NO INDICE" TO WS-LA-MOTIVO
                   ELSE
                       MOVE FCOD TO LAFCOD
                       MOVE FCOPIA TO LAFCOPIA
                       READ ARQ-LOCABERTA KEY IS LAFCHAVE
                           INVALID KEY
                               MOVE "AUSENTE NO INDICE" TO WS-LA-MOTIVO
                           NOT INVALID KEY
                               IF LACPF <> FACPF
                                   OR LADTALUG <> FDTALUG
                                   OR LADTDEV <> FDTDEV
                                   MOVE "DIVERGE DE FILMES"
                                       TO WS-LA-MOTIVO
                               END-IF
                       END-READ
                   END-IF
                   IF WS-LA-MOTIVO <> SPACES
                       ADD 1 TO WS-ERROS
                       IF WS-FASE = "A"
                           MOVE SPACES TO SAIDA-REG
                           STRING "LOCABERTA " FCOD FCOPIA " CPF "
                               FACPF " " WS-LA-MOTIVO
                               DELIMITED BY SIZE INTO SAIDA-REG
                           END-STRING
                           WRITE SAIDA-REG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LA-ABERTO = "S"
               MOVE ZEROES TO LACHAVE
               START ARQ-LOCABERTA KEY IS NOT LESS THAN LACHAVE
                   INVALID KEY MOVE "Y" TO WS-LA-EOF
                   NOT INVALID KEY MOVE "N" TO WS-LA-EOF
               END-START
               PERFORM UNTIL WS-LA-EOF = "Y"
                   READ ARQ-LOCABERTA NEXT RECORD
                       AT END MOVE "Y" TO WS-LA-EOF
                   END-READ
                   IF WS-LA-EOF = "N"
                       MOVE LAFCOD TO FCOD
                       MOVE LAFCOPIA TO FCOPIA
                       READ ARQ-FILMES
                           INVALID KEY MOVE ZEROES TO FACPF
                       END-READ
                       IF FACPF <> LACPF
                           ADD 1 TO WS-ERROS
                           IF WS-FASE = "A"
                               MOVE SPACES TO SAIDA-REG
                               STRING "LOCABERTA " LAFCOD LAFCOPIA
                                   " CPF " LACPF
                                   " SEM ALUGUEL EM FILMES"
                                   DELIMITED BY SIZE INTO SAIDA-REG
                               END-STRING
                               WRITE SAIDA-REG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ARQ-LOCABERTA.
           CLOSE ARQ-FILMES.
       RECONSTROI-LOCABERTA-PROCEDURE.
           MOVE ZEROES TO WS-CONT-REST.
           OPEN INPUT ARQ-FILMES.
           IF WS-FS <> 0
               CLOSE ARQ-FILMES
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-LOCABERTA.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-FILMES NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND FACPF <> ZEROES
                   MOVE FACPF TO LACPF
                   MOVE FCOD TO LAFCOD
                   MOVE FCOPIA TO LAFCOPIA
                   MOVE FDTALUG TO LADTALUG
                   MOVE FDTDEV TO LADTDEV
                   MOVE FFILIAL TO LAFILIAL
                   WRITE REG-LOCABERTA
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-CONT-REST
               END-IF
           END-PERFORM.
           CLOSE ARQ-LOCABERTA.
           CLOSE ARQ-FILMES.
           DISPLAY "LOCABERTA RECONSTRUIDO COM " WS-CONT-REST
               " ALUGUEL(IS) EM ABERTO".
       VERIFICA-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-ARQUIVO.
           MOVE ZEROES TO WS-CONT.
               PERFORM REBUILD-FILMES-PROCEDURE
               PERFORM REBUILD-CLIENTES-PROCEDURE
               PERFORM REAPLICA-DIA-PROCEDURE
               PERFORM RECONSTROI-LOCABERTA-PROCEDURE
               DISPLAY "RECONSTRUCAO CONCLUIDA"
           END-IF.
       VALIDA-SUPERVISOR-PROCEDURE.
