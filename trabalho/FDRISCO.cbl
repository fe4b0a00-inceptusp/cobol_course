           FD ARQ-RISCO.
           01 REG-RISCO.
               05 RSCPF PIC 9(11).
               05 RSPONTOS PIC 9(3).
               05 RSFAIXA PIC X(1).
               05 RSFAIXA-ANT PIC X(1).
               05 RSDTMUDA PIC 9(8).
               05 RSDATA PIC 9(8).
               05 RSATRASOS PIC 9(3).
               05 RSOCORR PIC 9(3).
               05 RSCHEQUE PIC 9(3).
               05 RSCHARGE PIC 9(3).
               05 RSPERDA PIC 9(3).
               05 RSSALDO PIC 9(7)V99.
               05 RSDIAS-SALDO PIC 9(5).
               05 RSDIAS-CONTA PIC 9(5).
