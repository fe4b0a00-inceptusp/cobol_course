           FD ARQ-RECEBPED.
           01 REG-RECEBPED.
               05 RPPEDIDO PIC 9(6).
               05 RPSEQ PIC 9(3).
               05 RPFORN PIC 9(4).
               05 RPFCOD PIC 9(4).
               05 RPDTPED PIC 9(8).
               05 RPDATA PIC 9(8).
               05 RPQTDE PIC 9(2).
               05 RPRECEB PIC 9(2).
               05 RPFILIAL PIC 9(2).
