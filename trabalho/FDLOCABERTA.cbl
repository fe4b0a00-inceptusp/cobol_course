           FD ARQ-LOCABERTA.
           01 REG-LOCABERTA.
               05 LACHAVE.
                   10 LACPF PIC 9(11).
                   10 LAFCHAVE.
                       15 LAFCOD PIC 9(4).
                       15 LAFCOPIA PIC 9(2).
               05 LADTALUG PIC 9(8).
               05 LADTDEV PIC 9(8).
               05 LAFILIAL PIC 9(2).
