           FD ARQ-CONTATO.
           01 REG-CONTATO.
               05 CTCPF PIC 9(11).
               05 CTEMAIL PIC X(50).
               05 CTEMAIL-DATA PIC 9(8).
               05 CTEMAIL-MOT PIC X(40).
               05 CTTEL PIC X(15).
               05 CTTEL-DATA PIC 9(8).
               05 CTTEL-MOT PIC X(40).
