           FD ARQ-FAMILIA.
           01 REG-FAMILIA.
               05 FMCPF PIC 9(11).
               05 FMTITULAR PIC 9(11).
               05 FMAUTORIZA PIC X(1).
               05 FMCOMP-LIMITE PIC X(1).
               05 FMCOMP-SALDO PIC X(1).
               05 FMCOMP-PLANO PIC X(1).
               05 FMDATA PIC 9(8).
               05 FMEMPID PIC 9(5).
