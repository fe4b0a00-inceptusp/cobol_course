           FD ARQ-PRODEST.
           01 REG-PRODEST.
               05 PECHAVE.
                   10 PECOD PIC 9(6).
                   10 PEFILIAL PIC 9(2).
               05 PESALDO PIC S9(7).
               05 PEMINIMO PIC 9(5).
               05 PEULTENT PIC 9(8).
