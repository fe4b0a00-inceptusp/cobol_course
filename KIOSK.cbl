           FILE-CONTROL.
               COPY FCFILME.
               COPY FCRESERVA.
               COPY FCRECALL.
       DATA DIVISION.
       FILE SECTION.
           COPY FDFILME.
           COPY FDRESERVA.
           COPY FDRECALL.
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-EOF PIC X(1).
               05 WS-VIS-COD PIC 9(4) OCCURS 50 TIMES.
           77 WS-LIVRES PIC 9(3).
           77 WS-FILA PIC 9(3).
           77 WS-RETIRADO PIC X(1).
           77 WS-TIT-NOME PIC X(50).
           77 WS-TIT-SIN PIC X(256).
           77 WS-TIT-CAT PIC X(10).
           MOVE FFAIXA-ETARIA TO WS-TIT-FAIXA.
           PERFORM CONTA-LIVRES-PROCEDURE.
           PERFORM CONTA-FILA-PROCEDURE.
           PERFORM CONSULTA-RECALL-PROCEDURE.
           CALL "SYSTEM" USING "clear".
           DISPLAY "TITULO: " WS-TIT-NOME.
           DISPLAY "CATEGORIA: " WS-TIT-CAT
               "  FAIXA ETARIA: " WS-TIT-FAIXA.
           DISPLAY "SINOPSE: " WS-TIT-SIN.
           IF WS-RETIRADO = "S"
               DISPLAY "TITULO RETIRADO DE CIRCULACAO"
           ELSE
               DISPLAY "COPIAS DISPONIVEIS NESTA LOJA: " WS-LIVRES
               DISPLAY "FILA DE RESERVA: " WS-FILA " PESSOA(S)"
           END-IF.
           DISPLAY "ENTER CONTINUA A LISTA...".
           ACCEPT INUTIL.
       CONSULTA-RECALL-PROCEDURE.
           MOVE "N" TO WS-RETIRADO.
           OPEN INPUT ARQ-RECALL.
           IF WS-FS = 0
               MOVE WS-COD-ANT TO RLFCOD
               READ ARQ-RECALL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RLSTATUS = "A"
                           MOVE "S" TO WS-RETIRADO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-RECALL.
       CONTA-LIVRES-PROCEDURE.
           MOVE ZERO TO WS-LIVRES.
           MOVE WS-COD-ANT TO FCOD.
