           FD ARQ-REPARTE.
           01 REG-REPARTE.
               05 RPCHAVE.
                   10 RPFCOD PIC 9(4).
                   10 RPFCOPIA PIC 9(2).
               05 RPFORN PIC 9(4).
               05 RPPERC PIC 9(2)V99.
               05 RPINICIO PIC 9(8).
               05 RPFIM PIC 9(8).
               05 RPRECOMPRA PIC 9(7)V99.
               05 RPSITUACAO PIC X(1).
               05 RPDTENC PIC 9(8).
               05 RPULTMES PIC 9(6).
