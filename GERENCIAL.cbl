               COPY FCHISTORICO.
               COPY FCFILME.
               COPY FCORCAMENTO.
               COPY FCITEMTIPO.
               SELECT ARQ-SAIDA ASSIGN TO DYNAMIC WS-ARQ-SAIDA
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FS2.
       DATA DIVISION.
           COPY FDHISTORICO.
           COPY FDFILME.
           COPY FDORCAMENTO.
           COPY FDITEMTIPO.
           FD ARQ-SAIDA.
           01 SAIDA-REG PIC X(130).
       WORKING-STORAGE SECTION.
           77 WS-VAR-PCT PIC S9(5)V9.
           77 WS-YTD-REAL PIC 9(11)V99 VALUE ZERO.
           77 WS-YTD-PLANO PIC 9(11)V99 VALUE ZERO.
           77 WS-ITEMTIPO-OK PIC X(1) VALUE "N".
           77 WS-ARQ-SAIDA PIC X(30) VALUE "GERENCIAL.TXT".
           77 WS-PARM PIC X(10).
           77 WS-HOJE PIC 9(8).
           77 WS-TIPO PIC X(7).
           77 WS-TIP-QTD PIC 9(3) VALUE ZERO.
           77 WS-TIP-I PIC 9(3).
           77 WS-TIP-ACHOU PIC X(1).
           01 WS-MES-TABELA.
               05 WS-MES-REG OCCURS 60 TIMES.
                   10 WS-MES-ANOMES PIC 9(6).
                   10 WS-CAT-NOME PIC X(10).
                   10 WS-CAT-QTDE PIC 9(5).
                   10 WS-CAT-VALOR PIC 9(9)V99.
           01 WS-TIP-TABELA.
               05 WS-TIP-REG OCCURS 180 TIMES.
                   10 WS-TIP-ANOMES PIC 9(6).
                   10 WS-TIP-NOME PIC X(7).
                   10 WS-TIP-QTDE PIC 9(5).
                   10 WS-TIP-VALOR PIC 9(9)V99.
           01 WS-CLI-TABELA.
               05 WS-CLI-REG OCCURS 2000 TIMES.
                   10 WS-CLI-CPF PIC 9(11).
                   10 WS-CLI-ANOMES PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = "MES"
               ACCEPT WS-HOJE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-ARQ-SAIDA
               STRING "GERENCIAL." WS-HOJE (1:6) ".TXT"
                   DELIMITED BY SIZE INTO WS-ARQ-SAIDA
               END-STRING
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-FS <> 0
               DISPLAY "ERRO AO ABRIR HISTORICO, FS=" WS-FS
                   CLOSE ARQ-HISTORICO
               ELSE
                   OPEN OUTPUT ARQ-SAIDA
                   OPEN INPUT ARQ-ITEMTIPO
                   IF WS-FS = 0
                       MOVE "S" TO WS-ITEMTIPO-OK
                   END-IF
                   PERFORM VARRE-HISTORICO-PROCEDURE
                   IF WS-ITEMTIPO-OK = "S"
                       CLOSE ARQ-ITEMTIPO
                   END-IF
                   CLOSE ARQ-HISTORICO
                   CLOSE ARQ-FILMES
                   PERFORM ORDENA-MESES-PROCEDURE
               END-IF
           END-IF.
           IF WS-RC = ZERO
               DISPLAY WS-ARQ-SAIDA " GERADO, " WS-MES-QTD
                   " MES(ES) COM MOVIMENTO"
           END-IF.
           STOP RUN RETURNING WS-RC.
               ADD 1 TO WS-MES-ALUG (WS-MES-ACHOU)
               ADD HVALOR TO WS-MES-RECEITA (WS-MES-ACHOU)
               PERFORM ACUMULA-CATEGORIA-PROCEDURE
               PERFORM ACUMULA-TIPO-PROCEDURE
               PERFORM MARCA-CLIENTE-PROCEDURE
           END-IF.
           IF HTIPO = "D"
                   SUBTRACT HVALOR FROM WS-MES-RECEITA (WS-MES-ACHOU)
               END-IF
               PERFORM ESTORNA-CATEGORIA-PROCEDURE
               PERFORM ESTORNA-TIPO-PROCEDURE
           END-IF.
       ACUMULA-CATEGORIA-PROCEDURE.
           MOVE SPACES TO WS-CATEGORIA.
                   MOVE WS-CAT-QTD TO WS-CAT-I
               END-IF
           END-PERFORM.
       BUSCA-TIPO-PROCEDURE.
           MOVE "FILME" TO WS-TIPO.
           IF WS-ITEMTIPO-OK = "S"
               MOVE HCOD TO ITFCOD
               READ ARQ-ITEMTIPO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITTIPO = "J"
                           MOVE "JOGO" TO WS-TIPO
                       END-IF
                       IF ITTIPO = "C"
                           MOVE "CONSOLE" TO WS-TIPO
                       END-IF
               END-READ
           END-IF.
       ACUMULA-TIPO-PROCEDURE.
           PERFORM BUSCA-TIPO-PROCEDURE.
           MOVE "N" TO WS-TIP-ACHOU.
           PERFORM VARYING WS-TIP-I FROM 1 BY 1
               UNTIL WS-TIP-I > WS-TIP-QTD
               IF WS-TIP-ANOMES (WS-TIP-I) = WS-ANOMES
                   AND WS-TIP-NOME (WS-TIP-I) = WS-TIPO
                   ADD 1 TO WS-TIP-QTDE (WS-TIP-I)
                   ADD HVALOR TO WS-TIP-VALOR (WS-TIP-I)
                   MOVE "S" TO WS-TIP-ACHOU
                   MOVE WS-TIP-QTD TO WS-TIP-I
               END-IF
           END-PERFORM.
           IF WS-TIP-ACHOU = "N" AND WS-TIP-QTD >= 180
               MOVE "S" TO WS-TRUNCOU
           END-IF.
           IF WS-TIP-ACHOU = "N" AND WS-TIP-QTD < 180
               ADD 1 TO WS-TIP-QTD
               MOVE WS-ANOMES TO WS-TIP-ANOMES (WS-TIP-QTD)
               MOVE WS-TIPO TO WS-TIP-NOME (WS-TIP-QTD)
               MOVE 1 TO WS-TIP-QTDE (WS-TIP-QTD)
               MOVE HVALOR TO WS-TIP-VALOR (WS-TIP-QTD)
           END-IF.
       ESTORNA-TIPO-PROCEDURE.
           PERFORM BUSCA-TIPO-PROCEDURE.
           PERFORM VARYING WS-TIP-I FROM 1 BY 1
               UNTIL WS-TIP-I > WS-TIP-QTD
               IF WS-TIP-ANOMES (WS-TIP-I) = WS-ANOMES
                   AND WS-TIP-NOME (WS-TIP-I) = WS-TIPO
                   IF WS-TIP-QTDE (WS-TIP-I) > ZERO
                       SUBTRACT 1 FROM WS-TIP-QTDE (WS-TIP-I)
                   END-IF
                   IF WS-TIP-VALOR (WS-TIP-I) >= HVALOR
                       SUBTRACT HVALOR FROM WS-TIP-VALOR (WS-TIP-I)
                   END-IF
                   MOVE WS-TIP-QTD TO WS-TIP-I
               END-IF
           END-PERFORM.
       MARCA-CLIENTE-PROCEDURE.
           MOVE "N" TO WS-CLI-ACHOU.
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
                   WRITE SAIDA-REG
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TIP-I FROM 1 BY 1
               UNTIL WS-TIP-I > WS-TIP-QTD
               IF WS-TIP-ANOMES (WS-TIP-I) = WS-MES-ANOMES (WS-MES-I)
                   MOVE SPACES TO SAIDA-REG
                   STRING "  TIPO " WS-TIP-NOME (WS-TIP-I)
                       " ALUGUEIS=" WS-TIP-QTDE (WS-TIP-I)
                       " RECEITA=" WS-TIP-VALOR (WS-TIP-I)
                       DELIMITED BY SIZE INTO SAIDA-REG
                   END-STRING
                   WRITE SAIDA-REG
               END-IF
           END-PERFORM.
       END PROGRAM GERENCIAL.
