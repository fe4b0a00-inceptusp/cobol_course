           FD ARQ-ISSMOV.
           01 REG-ISSMOV.
               05 IVDATA PIC 9(8).
               05 IVTIPO PIC X(2).
               05 IVFILIAL PIC 9(2).
               05 IVVALOR PIC 9(9)V99.
