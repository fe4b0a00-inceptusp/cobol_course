           FD ARQ-AFINTIT.
           01 REG-AFINTIT.
               05 ATFCOD PIC 9(4).
               05 ATQTD PIC 9(2).
               05 ATITEM OCCURS 10 TIMES.
                   10 ATSUG PIC 9(4).
                   10 ATPESO PIC 9(5).
               05 ATDATA PIC 9(8).
