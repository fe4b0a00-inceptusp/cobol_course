           FD ARQ-FFMOV.
           01 REG-FFMOV.
               05 FMDATA PIC 9(8).
               05 FMTIPO PIC X(2).
               05 FMFILIAL PIC 9(2).
               05 FMFORMA PIC X(1).
               05 FMVALOR PIC 9(9)V99.
