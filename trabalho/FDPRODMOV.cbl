           FD ARQ-PRODMOV.
           01 REG-PRODMOV.
               05 PMDATA PIC 9(8).
               05 PMHORA PIC 9(6).
               05 PMCOD PIC 9(6).
               05 PMFILIAL PIC 9(2).
               05 PMTIPO PIC X(1).
               05 PMQTD PIC S9(5).
               05 PMVALOR PIC 9(7)V99.
               05 PMCUSTO PIC 9(7)V99.
               05 PMEMPID PIC 9(5).
               05 PMCPF PIC 9(11).
               05 PMDOC PIC 9(9).
