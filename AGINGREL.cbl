               COPY FCRECEBER.
               COPY FCRECEBITEM.
               COPY FCPARAM.
               COPY FCCLIDOC.
               SELECT ARQ-PROVISAO ASSIGN TO "PROVISAO.DAT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDRECEBER.
           COPY FDRECEBITEM.
           COPY FDPARAM.
           COPY FDCLIDOC.
           FD ARQ-PROVISAO.
           01 REG-PROVISAO.
               05 PVDATA PIC 9(8).
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-ID-CPF PIC 9(11).
           77 WS-ID-CLIENTE PIC X(16).
           77 WS-ID-FS PIC 99.
           77 WS-EOF PIC X(1).
           77 WS-EOF2 PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           PERFORM CARREGA-ITENS-PROCEDURE.
           PERFORM ORDENA-ITENS-PROCEDURE.
           MOVE MRSALDO TO WS-SALDO.
           MOVE MRCPF TO WS-ID-CPF.
           PERFORM IDENT-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "CLIENTE " WS-ID-CLIENTE " SALDO=" MRSALDO
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           MOVE "L" TO WS-REP-OP.
               WRITE REG-PROVISAO
               CLOSE ARQ-PROVISAO
           END-IF.
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
       END PROGRAM AGINGREL.
