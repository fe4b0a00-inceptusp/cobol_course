           FD ARQ-CONCILIA.
           01 REG-CONCILIA.
               05 CNCHAVE.
                   10 CNANOMES PIC 9(6).
                   10 CNSUBRAZAO PIC X(10).
               05 CNCONTA PIC 9(6).
               05 CNSALDO-AUX PIC 9(11)V99.
               05 CNSALDO-GL PIC S9(11)V99.
               05 CNDIFERENCA PIC S9(11)V99.
               05 CNSTATUS PIC X(1).
               05 CNDATA PIC 9(8).
               05 CNJUSTIF PIC X(60).
               05 CNEMPID PIC 9(5).
