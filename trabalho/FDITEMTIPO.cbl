           FD ARQ-ITEMTIPO.
           01 REG-ITEMTIPO.
               05 ITFCOD PIC 9(4).
               05 ITTIPO PIC X(1).
               05 ITPLATAFORMA PIC X(15).
               05 ITMULTI PIC X(1).
               05 ITACQTD PIC 9(2).
               05 ITACESS-TAB.
                   10 ITACESS PIC X(20) OCCURS 8 TIMES.
