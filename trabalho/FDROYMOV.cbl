           FD ARQ-ROYMOV.
           01 REG-ROYMOV.
               05 RMVDATA PIC 9(8).
               05 RMVTIPO PIC X(2).
               05 RMVFILIAL PIC 9(2).
               05 RMVCNPJ PIC X(14).
               05 RMVFORMA PIC X(1).
               05 RMVVALOR PIC 9(9)V99.
