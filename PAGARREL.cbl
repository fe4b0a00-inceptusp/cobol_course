               READ ARQ-NOTAFISC NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               IF WS-EOF = "N" AND (NFSTATUS = "P" OR NFSTATUS = "R")
                   AND NFVENCTO <= WS-CORTE
                   ADD 1 TO WS-CONT
                   ADD NFVALOR TO WS-TOT
