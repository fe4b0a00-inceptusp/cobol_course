           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY FCCAIXAMOV.
               COPY FCTREINO.
               SELECT ARQ-ENTRADA ASSIGN TO "CARTAO.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
           COPY FDCAIXAMOV.
           COPY FDTREINO.
           FD ARQ-ENTRADA.
           01 ENTRADA-REG PIC X(120).
           FD ARQ-TARIFAS.
           COPY REPLNK.
           77 WS-FS PIC 99.
           77 WS-FS2 PIC 99.
           77 WS-TREINO PIC X(1) VALUE "N".
           77 WS-EOF PIC X(1).
           77 WS-RC PIC 9(3) VALUE ZERO.
           77 WS-PARM PIC X(10).
           01 WS-VEN-TABELA.
               05 WS-VEN-REG OCCURS 500 TIMES.
                   10 WS-VEN-VALOR PIC 9(7)V99.
                   10 WS-VEN-HORA PIC 9(6).
                   10 WS-VEN-EMPID PIC 9(5).
                   10 WS-VEN-CPF PIC 9(11).
                   10 WS-VEN-CASADA PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICA-TREINO-PROCEDURE.
           IF WS-TREINO = "S"
               DISPLAY "BASE DE TREINAMENTO: "
                   "CONCILIACAO DE CARTOES NAO EXECUTADA"
               STOP RUN RETURNING 0
           END-IF.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM UNTIL WS-EOF = "Y"
               IF MVDATA = WS-DATA-MOV
                   AND (MVFORMA = "C" OR MVFORMA = "c")
                   PERFORM SOMA-VENDA-PROCEDURE
               END-IF
               READ ARQ-CAIXAMOV NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CAIXAMOV.
       SOMA-VENDA-PROCEDURE.
           MOVE ZERO TO WS-VEN-ACHOU.
           PERFORM VARYING WS-VEN-I FROM 1 BY 1
               UNTIL WS-VEN-I > WS-VEN-QTD
               IF WS-VEN-HORA (WS-VEN-I) = MVHORA
                   AND WS-VEN-EMPID (WS-VEN-I) = MVEMPID
                   AND WS-VEN-CPF (WS-VEN-I) = MVCPF
                   MOVE WS-VEN-I TO WS-VEN-ACHOU
                   MOVE WS-VEN-QTD TO WS-VEN-I
               END-IF
           END-PERFORM.
           IF WS-VEN-ACHOU > ZERO
               ADD MVVALOR TO WS-VEN-VALOR (WS-VEN-ACHOU)
               EXIT PARAGRAPH
           END-IF.
           IF WS-VEN-QTD < 500
               ADD 1 TO WS-VEN-QTD
               MOVE MVVALOR TO WS-VEN-VALOR (WS-VEN-QTD)
               MOVE MVHORA TO WS-VEN-HORA (WS-VEN-QTD)
               MOVE MVEMPID TO WS-VEN-EMPID (WS-VEN-QTD)
               MOVE MVCPF TO WS-VEN-CPF (WS-VEN-QTD)
               MOVE "N" TO WS-VEN-CASADA (WS-VEN-QTD)
           END-IF.
       VARRE-LIQUIDACOES-PROCEDURE.
           READ ARQ-ENTRADA
               AT END MOVE "Y" TO WS-EOF
               WRITE REG-TARIFAS
               CLOSE ARQ-TARIFAS
           END-IF.
       VERIFICA-TREINO-PROCEDURE.
           MOVE "N" TO WS-TREINO.
           OPEN INPUT ARQ-TREINO.
           IF WS-FS = 0
               MOVE "S" TO WS-TREINO
               CLOSE ARQ-TREINO
           END-IF.
       END PROGRAM CARTCONC.
