               05 TVFILIAL PIC 9(2).
               05 TVDATA PIC 9(8).
               05 TVHORA PIC 9(6).
               05 TVTERMINAL PIC X(8).
