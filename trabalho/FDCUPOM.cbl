           FD ARQ-CUPOM.
           01 REG-CUPOM.
               05 CPCODIGO PIC X(10).
               05 CPLOTE PIC 9(5).
               05 CPCPF PIC 9(11).
               05 CPTIPO PIC X(1).
               05 CPVALOR PIC 9(5)V99.
               05 CPMINIMO PIC 9(5)V99.
               05 CPVALIDADE PIC 9(8).
               05 CPEMISSAO PIC 9(8).
               05 CPSTATUS PIC X(1).
               05 CPUSO PIC 9(8).
               05 CPTRANS PIC 9(13).
               05 CPDESC PIC 9(5)V99.
               05 CPRECEITA PIC 9(7)V99.
               05 CPFILIAL PIC 9(2).
               05 CPEMPID PIC 9(5).
