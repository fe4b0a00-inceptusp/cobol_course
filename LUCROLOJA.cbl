               COPY FCFILME.
               COPY FCCONDHIST.
               COPY FCFUNCIONARIOS.
               COPY FCVALEFF.
               SELECT ARQ-EMPREGADOS ASSIGN TO "EMPREGADOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY FDFILME.
           COPY FDCONDHIST.
           COPY FDFUNCIONARIOS.
           COPY FDVALEFF.
           FD ARQ-EMPREGADOS.
           01 REG-EMPREGADO.
               05 EIDT PIC 9(5).
               05 ESALARIO PIC S9(6)V9(2).
               05 EPIN PIC 9(4).
               05 EADMISSAO PIC 9(8).
               05 EBANCO PIC 9(3).
               05 EAGENCIA PIC 9(5).
               05 ECONTA PIC X(12).
               05 ETIPOCONTA PIC X(1).
           FD ARQ-TABTRIB.
           01 REG-TABTRIB.
               05 TTIPO PIC X(1).
           77 WS-TOT-FOLHA PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-COMPRAS PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-BAIXAS PIC 9(11)V99 VALUE ZERO.
           77 WS-TOT-DESPESAS PIC 9(11)V99 VALUE ZERO.
           01 WS-INSS-TAB.
               05 WS-INSS-REG OCCURS 10 TIMES.
                   10 WS-INSS-LIM PIC 9(7)V99.
                   10 WS-FIL-FOLHA PIC 9(9)V99.
                   10 WS-FIL-COMPRAS PIC 9(9)V99.
                   10 WS-FIL-BAIXAS PIC 9(9)V99.
                   10 WS-FIL-DESPESAS PIC 9(9)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MES DE APURACAO (AAAAMM): ".
           PERFORM VARRE-FOLHA-PROCEDURE.
           PERFORM VARRE-COMPRAS-PROCEDURE.
           PERFORM VARRE-CONDHIST-PROCEDURE.
           PERFORM VARRE-FUNDOFIXO-PROCEDURE.
           MOVE "LUCROLOJA.TXT" TO WS-REP-ARQUIVO.
           MOVE "RESULTADO POR LOJA" TO WS-REP-TITULO.
           MOVE "RECEITA MULTAS FOLHA COMPRAS BAIXAS DESPESAS RESULTADO"
               TO WS-REP-COLUNAS.
           MOVE "I" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-PERFORM.
           CLOSE ARQ-FILMES.
           CLOSE ARQ-CONDHIST.
       VARRE-FUNDOFIXO-PROCEDURE.
           OPEN INPUT ARQ-VALEFF.
           IF WS-FS <> 0
               CLOSE ARQ-VALEFF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQ-VALEFF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND VFFILIAL > ZERO
                   COMPUTE WS-H-ANOMES = VFDATA / 100
                   IF WS-H-ANOMES = WS-ANOMES
                       ADD VFVALOR TO WS-FIL-DESPESAS (VFFILIAL)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALEFF.
       ACHA-FILIAL-COPIA-PROCEDURE.
           MOVE 01 TO WS-FIL.
           IF WS-FS = 0
               IF WS-FIL-RECEITA (WS-FIL) > ZERO
                   OR WS-FIL-FOLHA (WS-FIL) > ZERO
                   OR WS-FIL-COMPRAS (WS-FIL) > ZERO
                   OR WS-FIL-DESPESAS (WS-FIL) > ZERO
                   COMPUTE WS-RESULT =
                       WS-FIL-RECEITA (WS-FIL)
                       + WS-FIL-MULTAS (WS-FIL)
                       - WS-FIL-FOLHA (WS-FIL)
                       - WS-FIL-COMPRAS (WS-FIL)
                       - WS-FIL-BAIXAS (WS-FIL)
                       - WS-FIL-DESPESAS (WS-FIL)
                   ADD WS-FIL-RECEITA (WS-FIL) TO WS-TOT-RECEITA
                   ADD WS-FIL-MULTAS (WS-FIL) TO WS-TOT-MULTAS
                   ADD WS-FIL-FOLHA (WS-FIL) TO WS-TOT-FOLHA
                   ADD WS-FIL-COMPRAS (WS-FIL) TO WS-TOT-COMPRAS
                   ADD WS-FIL-BAIXAS (WS-FIL) TO WS-TOT-BAIXAS
                   ADD WS-FIL-DESPESAS (WS-FIL) TO WS-TOT-DESPESAS
                   MOVE SPACES TO WS-REP-LINHA
                   STRING "FILIAL " WS-FIL
                       " RECEITA=" WS-FIL-RECEITA (WS-FIL)
                   MOVE "L" TO WS-REP-OP
                   CALL "REPWRITER" USING WS-REP
                   END-CALL
                   IF WS-FIL-DESPESAS (WS-FIL) > ZERO
                       MOVE SPACES TO WS-REP-LINHA
                       STRING "          DESPESAS DO FUNDO FIXO="
                           WS-FIL-DESPESAS (WS-FIL)
                           DELIMITED BY SIZE INTO WS-REP-LINHA
                       END-STRING
                       CALL "REPWRITER" USING WS-REP
                       END-CALL
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-RESULT = WS-TOT-RECEITA + WS-TOT-MULTAS
               - WS-TOT-FOLHA - WS-TOT-COMPRAS - WS-TOT-BAIXAS
               - WS-TOT-DESPESAS.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "CONSOLIDADO"
               " RECEITA=" WS-TOT-RECEITA
           MOVE "L" TO WS-REP-OP.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "            DESPESAS DO FUNDO FIXO=" WS-TOT-DESPESAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
           CALL "REPWRITER" USING WS-REP
           END-CALL.
       END PROGRAM LUCROLOJA.
