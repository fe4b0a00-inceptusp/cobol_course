           FD ARQ-SALDOAUX.
           01 REG-SALDOAUX.
               05 SXCHAVE.
                   10 SXDATA PIC 9(8).
                   10 SXSUBRAZAO PIC X(10).
               05 SXSALDO PIC 9(11)V99.
