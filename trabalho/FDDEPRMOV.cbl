           FD ARQ-DEPRMOV.
           01 REG-DEPRMOV.
               05 DMDATA PIC 9(8).
               05 DMTIPO PIC X(2).
               05 DMFCOD PIC 9(4).
               05 DMFCOPIA PIC 9(2).
               05 DMVALOR PIC 9(9)V99.
