               COPY FCARQCLIENTES.
               COPY FCRECEBER.
               COPY FCTITULO.
               COPY FCCLIDOC.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDARQCLIENTES.
           COPY FDRECEBER.
           COPY FDTITULO.
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
           77 WS-CONT-DIVERG PIC 9(5) VALUE ZERO.
               END-IF
           END-PERFORM.
       GRAVA-DIVERG-FILME-PROCEDURE.
           MOVE FACPF TO WS-ID-CPF.
           PERFORM IDENT-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "FILME " FCOD FCOPIA
               " REFERENCIA CLIENTE INEXISTENTE: " WS-ID-CLIENTE
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
               END-IF
           END-PERFORM.
       GRAVA-DIVERG-RECEBER-PROCEDURE.
           MOVE MRCPF TO WS-ID-CPF.
           PERFORM IDENT-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "RECEBER SEM CLIENTE CADASTRADO: " WS-ID-CLIENTE
               " SALDO=" MRSALDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           ADD 1 TO WS-CONT-DIVERG.
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
       END PROGRAM RECONCIL.
