           FD ARQ-FRANQUIA.
           01 REG-FRANQUIA.
               05 FQFILIAL PIC 9(2).
               05 FQNOME PIC X(30).
               05 FQCNPJ PIC X(14).
               05 FQROYALTY PIC 9(2)V99.
               05 FQFUNDO PIC 9(2)V99.
               05 FQATIVA PIC X(1).
               05 FQINICIO PIC 9(8).
