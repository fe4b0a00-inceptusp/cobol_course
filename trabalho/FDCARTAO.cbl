           FD ARQ-CARTAO.
           01 REG-CARTAO.
               05 KTNUM PIC 9(7).
               05 KTCPF PIC 9(11).
               05 KTSTATUS PIC X(1).
               05 KTVIA PIC 9(2).
               05 KTEMISSAO PIC 9(8).
               05 KTFILIAL PIC 9(2).
               05 KTEMPID PIC 9(5).
               05 KTTAXA PIC 9(3)V99.
               05 KTBLOQUEIO PIC 9(8).
               05 KTBLQEMPID PIC 9(5).
