           FILE-CONTROL.
               COPY FCFILME.
               COPY FCARQCLIENTES.
               COPY FCDISCOS.
               SELECT ARQ-ETIQFILME ASSIGN TO "ETIQFILME.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       FILE SECTION.
           COPY FDFILME.
           COPY FDARQCLIENTES.
           COPY FDDISCOS.
           FD ARQ-ETIQFILME.
           01 ETIQF-REG PIC X(80).
           FD ARQ-ETIQCLIEN.
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-CONT-FIL PIC 9(7) VALUE ZERO.
           77 WS-CONT-CLI PIC 9(7) VALUE ZERO.
           77 WS-CONT-DISCO PIC 9(7) VALUE ZERO.
           77 WS-DISCOS-OK PIC X(1) VALUE "N".
           77 WS-DISCO PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ETIQUETAS-FILMES-PROCEDURE.
           PERFORM ETIQUETAS-CLIENTES-PROCEDURE.
           IF WS-RC = ZERO
               DISPLAY "ETIQUETAS GERADAS: " WS-CONT-FIL
                   " COPIA(S), " WS-CONT-DISCO " DISCO(S) E "
                   WS-CONT-CLI " CARTAO(ES)"
           END-IF.
           STOP RUN RETURNING WS-RC.
       ETIQUETAS-FILMES-PROCEDURE.
               MOVE WS-FS TO WS-RC
           ELSE
               OPEN OUTPUT ARQ-ETIQFILME
               OPEN INPUT ARQ-DISCOS
               IF WS-FS = 0
                   MOVE "S" TO WS-DISCOS-OK
               ELSE
                   CLOSE ARQ-DISCOS
               END-IF
               MOVE ZEROES TO FCOD
               MOVE ZEROES TO FCOPIA
               START ARQ-FILMES KEY IS GREATER THAN FCHAVE
                       MOVE SPACES TO ETIQF-REG
                       WRITE ETIQF-REG
                       ADD 1 TO WS-CONT-FIL
                       IF WS-DISCOS-OK = "S"
                           PERFORM ETIQUETAS-DISCOS-PROCEDURE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DISCOS-OK = "S"
                   CLOSE ARQ-DISCOS
               END-IF
               CLOSE ARQ-ETIQFILME
               CLOSE ARQ-FILMES
           END-IF.
       ETIQUETAS-DISCOS-PROCEDURE.
           MOVE FCOD TO DSFCOD.
           MOVE FCOPIA TO DSFCOPIA.
           READ ARQ-DISCOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-DISCO FROM 1 BY 1 UNTIL WS-DISCO > DSQTD
               MOVE SPACES TO ETIQF-REG
               STRING FNOME (1:40) " COPIA " FCOPIA
                   " DISCO " WS-DISCO "/" DSQTD
                   DELIMITED BY SIZE INTO ETIQF-REG
               END-STRING
               WRITE ETIQF-REG
               MOVE SPACES TO ETIQF-REG
               STRING "*F" FCOD FCOPIA WS-DISCO "*"
                   DELIMITED BY SIZE INTO ETIQF-REG
               END-STRING
               WRITE ETIQF-REG
               MOVE SPACES TO ETIQF-REG
               WRITE ETIQF-REG
               ADD 1 TO WS-CONT-DISCO
           END-PERFORM.
       ETIQUETAS-CLIENTES-PROCEDURE.
           OPEN INPUT ARQ-CLIENTES.
           IF WS-FS <> 0
