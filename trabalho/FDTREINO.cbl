           FD ARQ-TREINO.
           01 REG-TREINO.
               05 TRDATA PIC 9(8).
               05 FILLER PIC X(1).
               05 TRHORA PIC 9(6).
               05 FILLER PIC X(1).
               05 TRSUPER PIC 9(5).
               05 FILLER PIC X(1).
               05 TRORIGEM PIC X(50).
