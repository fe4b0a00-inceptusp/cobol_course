           FD ARQ-ENCARGO.
           01 REG-ENCARGO.
               05 ECCPF PIC 9(11).
               05 ECULTMES PIC 9(6).
               05 ECULTDATA PIC 9(8).
               05 ECBASE PIC 9(7)V99.
               05 ECTOT-MULTA PIC 9(7)V99.
               05 ECTOT-JUROS PIC 9(7)V99.
