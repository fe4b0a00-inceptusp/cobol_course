               05 CTEL PIC X(15).
               05 CEMAIL PIC X(50).
               05 CTIPO PIC X(1).
               05 CCNPJ PIC X(14).
               05 CNASCIMENTO PIC 9(8).
               05 CRESPCPF PIC 9(11).
