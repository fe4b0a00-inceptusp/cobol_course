           FD ARQ-VALEFF.
           01 REG-VALEFF.
               05 VFNUMERO PIC 9(9).
               05 VFFILIAL PIC 9(2).
               05 VFDATA PIC 9(8).
               05 VFTIPO PIC X(1).
               05 VFVALOR PIC 9(7)V99.
               05 VFFORNEC PIC X(30).
               05 VFRECIBO PIC X(15).
               05 VFGERENTE PIC 9(5).
               05 VFSTATUS PIC X(1).
               05 VFREPOSICAO PIC 9(9).
