           FD ARQ-ALIQISS.
           01 REG-ALIQISS.
               05 AQFILIAL PIC 9(2).
               05 AQMUNICIPIO PIC X(30).
               05 AQCODMUN PIC 9(7).
               05 AQALIQ PIC 9(2)V99.
               05 AQVENCDIA PIC 9(2).
