           FD ARQ-RECALL.
           01 REG-RECALL.
               05 RLFCOD PIC 9(4).
               05 RLFNOME PIC X(50).
               05 RLDATA PIC 9(8).
               05 RLORIGEM PIC X(1).
               05 RLMOTIVO PIC X(40).
               05 RLFORN PIC 9(4).
               05 RLPEDIDO PIC 9(6).
               05 RLSEQ PIC 9(3).
               05 RLEMPID PIC 9(5).
               05 RLSTATUS PIC X(1).
               05 RLAVISO PIC 9(8).
               05 RLDTFIM PIC 9(8).
