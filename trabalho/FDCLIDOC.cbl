           FD ARQ-CLIDOC.
           01 REG-CLIDOC.
               05 DCCPF PIC 9(11).
               05 DCDOC.
                   10 DCTIPO PIC X(1).
                   10 DCNUMERO PIC X(12).
               05 DCPAIS PIC X(20).
               05 DCDATA PIC 9(8).
