           FD ARQ-TAXAENT.
           01 REG-TAXAENT.
               05 TXCEPINI PIC 9(8).
               05 TXVALOR PIC 9(3)V99.
               05 TXATIVO PIC X(1).
