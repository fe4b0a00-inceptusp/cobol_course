           FILE-CONTROL.
               COPY FCFILME.
               COPY FCARQCLIENTES.
               COPY FCLOCABERTA.
               COPY FCCLIDOC.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDARQCLIENTES.
           COPY FDLOCABERTA.
           COPY FDCLIDOC.
       WORKING-STORAGE SECTION.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-ID-CPF PIC 9(11).
           77 WS-ID-CLIENTE PIC X(16).
           77 WS-ID-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-HOJE PIC 9(8).
                   MOVE WS-FS TO WS-RC
                   CLOSE ARQ-FILMES
               ELSE
                   OPEN INPUT ARQ-LOCABERTA
               END-IF
               IF WS-FS <> 0 AND WS-RC = ZERO
                   DISPLAY "ERRO AO ABRIR LOCABERTA, FS=" WS-FS
                   MOVE WS-FS TO WS-RC
                   CLOSE ARQ-FILMES
                   CLOSE ARQ-CLIENTES
               END-IF
               IF WS-RC = ZERO
                   MOVE "ATRASOS.TXT" TO WS-REP-ARQUIVO
                   MOVE "FILMES EM ATRASO" TO WS-REP-TITULO
                   MOVE "CODIGO/COPIA TITULO CPF CLIENTE DIAS"
                   MOVE "I" TO WS-REP-OP
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
                   PERFORM VARRE-ABERTAS-PROCEDURE
                   MOVE "E" TO WS-REP-OP
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
                   CLOSE ARQ-FILMES
                   CLOSE ARQ-CLIENTES
                   CLOSE ARQ-LOCABERTA
               END-IF
           END-IF.
           IF WS-RC = ZERO
                   " FILME(S) EM ATRASO"
           END-IF.
           STOP RUN RETURNING WS-RC.
       VARRE-ABERTAS-PROCEDURE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-JULIANO-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
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
                       INVALID KEY MOVE ZEROES TO FACPF
                   END-READ
                   IF FACPF <> ZEROES AND FSTATUS <> "P"
                       COMPUTE WS-JULIANO-VENC =
                           FUNCTION INTEGER-OF-DATE (FDTDEV)
                       IF WS-JULIANO-HOJE > WS-JULIANO-VENC
                           COMPUTE WS-DIAS-ATRASO =
                               WS-JULIANO-HOJE - WS-JULIANO-VENC
                           PERFORM GRAVA-LINHA-PROCEDURE
                           ADD 1 TO WS-CONT-ATRASO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               INVALID KEY MOVE SPACES TO CNOME
               NOT INVALID KEY READ ARQ-CLIENTES
           END-START.
           MOVE FACPF TO WS-ID-CPF.
           PERFORM IDENT-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING FCOD FCOPIA " " FNOME " " WS-ID-CLIENTE " " CNOME
               " ATRASO(DIAS)=" WS-DIAS-ATRASO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       IDENT-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-ID-CLIENTE.
           MOVE WS-ID-CPF TO WS-ID-CLIENTE.
           IF WS-ID-CPF < 99000000000
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FS TO WS-ID-FS.
           OPEN INPUT ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE WS-ID-CPF TO DCCPF
               READ ARQ-CLIDOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-ID-CLIENTE
                       IF DCTIPO = "P"
                           STRING "PAS " DCNUMERO
                               DELIMITED BY SIZE INTO WS-ID-CLIENTE
                           END-STRING
                       ELSE
                           STRING "RNE " DCNUMERO
                               DELIMITED BY SIZE INTO WS-ID-CLIENTE
                           END-STRING
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CLIDOC.
           MOVE WS-ID-FS TO WS-FS.
       END PROGRAM ATRASOS.
