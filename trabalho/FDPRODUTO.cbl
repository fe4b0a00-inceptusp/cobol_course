           FD ARQ-PRODUTO.
           01 REG-PRODUTO.
               05 PDCOD PIC 9(6).
               05 PDDESC PIC X(40).
               05 PDBARRAS PIC X(14).
               05 PDPRECO PIC 9(5)V99.
               05 PDCUSTO PIC 9(5)V99.
               05 PDATIVO PIC X(1).
