           FD ARQ-TIPODESP.
           01 REG-TIPODESP.
               05 TDCODIGO PIC X(1).
               05 TDDESCRICAO PIC X(30).
               05 TDLIMITE PIC 9(5)V99.
               05 TDATIVO PIC X(1).
