           FD ARQ-CONCCTA.
           01 REG-CONCCTA.
               05 CCSUBRAZAO PIC X(10).
               05 CCCONTA PIC 9(6).
               05 CCNATUREZA PIC X(1).
