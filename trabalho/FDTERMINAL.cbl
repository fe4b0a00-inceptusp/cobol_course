           FD ARQ-TERMINAL.
           01 REG-TERMINAL.
               05 TMID PIC X(8).
               05 TMFILIAL PIC 9(2).
               05 TMFINALIDADE PIC X(1).
               05 TMOPCOES PIC X(9).
               05 TMOPCAO REDEFINES TMOPCOES PIC X(1) OCCURS 9 TIMES.
               05 TMSITUACAO PIC X(1).
               05 TMDESCR PIC X(30).
               05 TMDATA PIC 9(8).
               05 TMEMPID PIC 9(5).
