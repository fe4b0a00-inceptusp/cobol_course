               05 AUCHAVE PIC 9(11).
               05 AUANTES PIC X(400).
               05 AUDEPOIS PIC X(400).
               05 AUTERMINAL PIC X(8).
