           FD ARQ-FUNDOFIXO.
           01 REG-FUNDOFIXO.
               05 FXFILIAL PIC 9(2).
               05 FXVALOR PIC 9(7)V99.
               05 FXSALDO PIC 9(7)V99.
               05 FXRESP PIC 9(5).
               05 FXATIVO PIC X(1).
