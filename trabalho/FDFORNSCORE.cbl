           FD ARQ-FORNSCORE.
           01 REG-FORNSCORE.
               05 FSFORN PIC 9(4).
               05 FSTRIM PIC 9(5).
               05 FSITENS PIC 9(5).
               05 FSLEAD PIC 9(3)V9.
               05 FSFILL PIC 9(3)V99.
               05 FSDEFEITO PIC 9(3)V99.
               05 FSCREDITO PIC 9(3)V9.
               05 FSVARIACAO PIC S9(3)V99.
               05 FSNOTA PIC 9(3).
               05 FSRANK PIC 9(3).
               05 FSRANKQTD PIC 9(3).
