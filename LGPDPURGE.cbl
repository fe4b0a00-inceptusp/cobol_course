               COPY FCRECEBER.
               COPY FCPARAM.
               COPY FCBATLOG.
               COPY FCCLIDOC.
               SELECT ARQ-SAIDA ASSIGN TO "LGPD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
           COPY FDHISTORICO.
           COPY FDRECEBER.
           COPY FDBATLOG.
           COPY FDCLIDOC.
           COPY FDPARAM.
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(120).
       WORKING-STORAGE SECTION.
           COPY JRNLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-EOF PIC X(1).
           MOVE SPACES TO CUF.
           MOVE SPACES TO CTEL.
           MOVE SPACES TO CEMAIL.
           MOVE SPACES TO CCNPJ.
           MOVE ZEROES TO CNASCIMENTO.
           MOVE ZEROES TO CRESPCPF.
           PERFORM JRN-ANTES-CLIENTES-PROCEDURE.
           REWRITE REG-CLIENTES.
           PERFORM JRN-CLIENTES-PROCEDURE.
           IF CTIPO = "E"
               PERFORM APAGA-CLIDOC-PROCEDURE
           END-IF.
           ADD 1 TO WS-CONT-ANON.
       APAGA-CLIDOC-PROCEDURE.
           OPEN I-O ARQ-CLIDOC.
           IF WS-FS = 0
               MOVE CCPF TO DCCPF
               DELETE ARQ-CLIDOC
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           CLOSE ARQ-CLIDOC.
       GRAVA-BATLOG-PROCEDURE.
           OPEN EXTEND ARQ-BATLOG.
           IF WS-FS2 = 35
               WRITE REG-BATLOG
               CLOSE ARQ-BATLOG
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
       JRN-CLIENTES-PROCEDURE.
           MOVE "CLIENTES" TO WS-JRN-ARQUIVO.
           MOVE REG-CLIENTES TO WS-JRN-DEPOIS.
           PERFORM JRN-GRAVA-PROCEDURE.
       JRN-GRAVA-PROCEDURE.
           IF WS-FS < 10
               MOVE "LGPDPURGE" TO WS-JRN-PROGRAMA
               MOVE ZEROES TO WS-JRN-OPERADOR
               CALL "JRNGRAVA" USING WS-JRN
               END-CALL
           END-IF.
       END PROGRAM LGPDPURGE.
