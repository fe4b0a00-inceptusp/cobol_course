           FD ARQ-APURISS.
           01 REG-APURISS.
               05 AICHAVE.
                   10 AIMES PIC 9(6).
                   10 AIFILIAL PIC 9(2).
               05 AIDOCS PIC 9(7).
               05 AIBRUTO PIC 9(11)V99.
               05 AIESTORNO PIC 9(11)V99.
               05 AIBASE PIC 9(11)V99.
               05 AIALIQ PIC 9(2)V99.
               05 AIVALOR PIC 9(9)V99.
               05 AIVENCTO PIC 9(8).
               05 AIEMISSAO PIC 9(8).
