           FD ARQ-SUGESTAO.
           01 REG-SUGESTAO.
               05 SGCHAVE.
                   10 SGCPF PIC 9(11).
                   10 SGFCOD PIC 9(4).
                   10 SGDATA PIC 9(8).
               05 SGORIGEM PIC X(1).
               05 SGFILIAL PIC 9(2).
               05 SGCONV PIC 9(8).
