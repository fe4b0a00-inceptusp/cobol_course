           FD ARQ-BOLETO.
           01 REG-BOLETO.
               05 BLNOSSO PIC 9(10).
               05 BLORIGEM.
                   10 BLTIPO PIC X(1).
                   10 BLFATURA PIC 9(9).
                   10 BLCPF PIC 9(11).
                   10 BLSEQ PIC 9(3).
               05 BLCNPJ PIC X(14).
               05 BLEMISSAO PIC 9(8).
               05 BLVENC PIC 9(8).
               05 BLVALOR PIC 9(9)V99.
               05 BLSTATUS PIC X(1).
               05 BLOCORR PIC X(2).
               05 BLOCDATA PIC 9(8).
               05 BLPAGO PIC 9(9)V99.
               05 BLTARIFA PIC 9(5)V99.
               05 BLLINHA PIC X(47).
