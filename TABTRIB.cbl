           END-IF.
           MOVE SPACE TO WS-TIPO.
           PERFORM UNTIL WS-TIPO = "X" OR WS-TIPO = "x"
               DISPLAY "TIPO (I=INSS R=IRRF P=PISO DO LIQUIDO "
                   "X=ENCERRA): "
               ACCEPT WS-TIPO
               IF WS-TIPO = "P" OR WS-TIPO = "p"
                   MOVE "P" TO TTIPO
                   DISPLAY "LIQUIDO MINIMO EM VALOR: "
                   ACCEPT TLIMITE
                   DISPLAY "LIQUIDO MINIMO EM PERCENTUAL DO BRUTO: "
                   ACCEPT TALIQ
                   MOVE ZERO TO TDEDUZIR
                   WRITE REG-TABTRIB
                   ADD 1 TO WS-CONT
               END-IF
               IF WS-TIPO = "I" OR WS-TIPO = "i"
                   OR WS-TIPO = "R" OR WS-TIPO = "r"
                   MOVE WS-TIPO TO TTIPO
