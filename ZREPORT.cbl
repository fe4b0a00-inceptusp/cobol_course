           77 WS-TOT-DIA PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-D PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-C PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-X PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-OUTRAS PIC 9(9)V99 VALUE ZERO.
           77 WS-TOT-AL PIC 9(9)V99 VALUE ZERO.
           77 WS-FD-RECEITA PIC 9(9)V99 VALUE ZERO.
           MOVE SPACES TO WS-REP-LINHA.
           STRING "DINHEIRO=" WS-TOT-D
               " CARTAO=" WS-TOT-C
               " PIX=" WS-TOT-X
               " OUTRAS FORMAS=" WS-TOT-OUTRAS
               DELIMITED BY SIZE INTO WS-REP-LINHA
           END-STRING.
                           WHEN "C"
                           WHEN "c"
                               ADD FSVALOR TO WS-TOT-C
                           WHEN "X"
                               ADD FSVALOR TO WS-TOT-X
                           WHEN OTHER
                               ADD FSVALOR TO WS-TOT-OUTRAS
                       END-EVALUATE
