           FD ARQ-LOCALCOP.
           01 REG-LOCALCOP.
               05 LCCHAVE.
                   10 LCFCOD PIC 9(4).
                   10 LCFCOPIA PIC 9(2).
               05 LCFILIAL PIC 9(2).
               05 LCLOCAL PIC X(10).
               05 LCDATA PIC 9(8).
               05 LCEMPID PIC 9(5).
