           FD ARQ-ROYALTY.
           01 REG-ROYALTY.
               05 RYCHAVE.
                   10 RYMES PIC 9(6).
                   10 RYFILIAL PIC 9(2).
               05 RYNUMERO PIC 9(9).
               05 RYBASE PIC 9(9)V99.
               05 RYPERC-ROY PIC 9(2)V99.
               05 RYPERC-FUNDO PIC 9(2)V99.
               05 RYVLROY PIC 9(9)V99.
               05 RYVLFUNDO PIC 9(9)V99.
               05 RYTOTAL PIC 9(9)V99.
               05 RYEMISSAO PIC 9(8).
               05 RYVENCTO PIC 9(8).
               05 RYSTATUS PIC X(1).
               05 RYPGDATA PIC 9(8).
               05 RYPGVALOR PIC 9(9)V99.
