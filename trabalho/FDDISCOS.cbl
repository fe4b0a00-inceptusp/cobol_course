           FD ARQ-DISCOS.
           01 REG-DISCOS.
               05 DSCHAVE.
                   10 DSFCOD PIC 9(4).
                   10 DSFCOPIA PIC 9(2).
               05 DSQTD PIC 9(2).
               05 DSFALTAQTD PIC 9(2).
               05 DSFALTA-TAB.
                   10 DSFALTA PIC X(1) OCCURS 20 TIMES.
               05 DSCPF PIC 9(11).
               05 DSDTPARCIAL PIC 9(8).
