           FD ARQ-ATIVO.
           01 REG-ATIVO.
               05 ATCHAVE.
                   10 ATFCOD PIC 9(4).
                   10 ATFCOPIA PIC 9(2).
               05 ATCATEGORIA PIC X(10).
               05 ATAQUIS PIC 9(8).
               05 ATCUSTO PIC 9(7)V99.
               05 ATMETODO PIC 9(1).
               05 ATMESES PIC 9(3).
               05 ATMESES-DEPR PIC 9(3).
               05 ATULTMES PIC 9(6).
               05 ATDEPR-ACUM PIC 9(7)V99.
               05 ATSTATUS PIC X(1).
               05 ATBXDATA PIC 9(8).
               05 ATBXMOTIVO PIC X(1).
               05 ATBXVALOR PIC 9(7)V99.
               05 ATBXRESULT PIC S9(7)V99.
