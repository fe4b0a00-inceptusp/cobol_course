           FD ARQ-CHEQUE.
           01 REG-CHEQUE.
               05 CQCHAVE.
                   10 CQBANCO PIC 9(3).
                   10 CQAGENCIA PIC 9(4).
                   10 CQCONTA PIC X(10).
                   10 CQNUMERO PIC 9(6).
               05 CQCPF PIC 9(11).
               05 CQVALOR PIC 9(7)V99.
               05 CQBOMPARA PIC 9(8).
               05 CQRECEBIDO PIC 9(8).
               05 CQEMPID PIC 9(5).
               05 CQTIPO PIC X(1).
               05 CQSTATUS PIC X(1).
               05 CQLOTE PIC 9(6).
               05 CQMOTIVO PIC 9(2).
               05 CQDEVDATA PIC 9(8).
