           FD ARQ-BICHAVE.
           01 REG-BICHAVE.
               05 BKCHAVE.
                   10 BKDIM PIC X(1).
                   10 BKNATURAL PIC X(20).
               05 BKSK PIC 9(9).
               05 BKENVIO PIC 9(8).
               05 BKEXEC PIC 9(9).
               05 BKIMAGEM PIC X(200).
