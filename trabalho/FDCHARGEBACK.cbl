           FD ARQ-CHARGEBACK.
           01 REG-CHARGEBACK.
               05 CBID PIC X(20).
               05 CBDATA PIC 9(8).
               05 CBVENDA-CHAVE.
                   10 CBVENDA PIC 9(8).
                   10 CBHORA PIC 9(6).
                   10 CBEMPID PIC 9(5).
               05 CBVALOR PIC 9(7)V99.
               05 CBCPF PIC 9(11).
               05 CBFISCAL PIC 9(9).
               05 CBTRANS PIC 9(13).
               05 CBMOTIVO PIC X(4).
               05 CBCASADO PIC X(1).
               05 CBSTATUS PIC X(1).
               05 CBRESDATA PIC 9(8).
               05 CBREFAT PIC X(1).
               05 CBRESEMPID PIC 9(5).
