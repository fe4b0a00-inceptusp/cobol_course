           FD ARQ-JOURNAL.
           01 REG-JOURNAL.
               05 JRDATA PIC 9(8).
               05 JRHORA PIC 9(8).
               05 JRPROGRAMA PIC X(10).
               05 JROPERADOR PIC 9(5).
               05 JRARQUIVO PIC X(10).
               05 JROP PIC X(1).
               05 JRANTES PIC X(400).
               05 JRDEPOIS PIC X(400).
