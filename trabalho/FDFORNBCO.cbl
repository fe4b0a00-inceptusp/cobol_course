           FD ARQ-FORNBCO.
           01 REG-FORNBCO.
               05 FBFORN PIC 9(4).
               05 FBBANCO PIC 9(3).
               05 FBAGENCIA PIC 9(5).
               05 FBCONTA PIC X(12).
               05 FBTIPO PIC X(1).
               05 FBCNPJ PIC X(14).
               05 FBFAVORECIDO PIC X(30).
