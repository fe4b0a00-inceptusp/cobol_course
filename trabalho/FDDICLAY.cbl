           FD ARQ-DICLAY.
           01 REG-DICLAY.
               05 LYFONTE PIC X(50).
               05 LYCAMPO PIC X(30).
               05 LYNIVEL PIC 9(2).
               05 LYINICIO PIC 9(5).
               05 LYTAMANHO PIC 9(5).
               05 LYTIPO PIC X(1).
               05 LYDEC PIC 9(2).
               05 LYSINAL PIC X(1).
               05 LYREPETE PIC X(1).
               05 LYPESSOAL PIC X(1).
