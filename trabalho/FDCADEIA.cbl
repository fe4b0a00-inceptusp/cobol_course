           FD ARQ-CADEIA.
           01 REG-CADEIA.
               05 CDCHAVE.
                   10 CDARQ PIC X(10).
                   10 CDSEQ PIC 9(9).
               05 CDALT.
                   10 CDALT-ARQ PIC X(10).
                   10 CDREG PIC X(25).
               05 CDOP PIC X(1).
               05 CDDATA PIC 9(8).
               05 CDHORA PIC 9(6).
               05 CDHASH PIC 9(9).
               05 CDANTERIOR PIC 9(9).
               05 CDELO PIC 9(9).
               05 CDULTSEQ PIC 9(9).
               05 CDDETALHE PIC X(72).
               05 CDSELO REDEFINES CDDETALHE.
                   10 CDS-ITEM OCCURS 4 TIMES.
                       15 CDS-SEQ PIC 9(9).
                       15 CDS-ELO PIC 9(9).
