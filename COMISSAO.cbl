               05 ESALARIO PIC S9(6)V9(2).
               05 EPIN PIC 9(4).
               05 EADMISSAO PIC 9(8).
               05 EBANCO PIC 9(3).
               05 EAGENCIA PIC 9(5).
               05 ECONTA PIC X(12).
               05 ETIPOCONTA PIC X(1).
           FD ARQ-COMISTAB.
           01 REG-COMISTAB.
               05 CTCATEG PIC X(10).
