           FD ARQ-INDICACAO.
           01 REG-INDICACAO.
               05 INCPF PIC 9(11).
               05 ININDICADOR PIC 9(11).
               05 INDATA PIC 9(8).
               05 INFILIAL PIC 9(2).
               05 INEMPID PIC 9(5).
               05 INSTATUS PIC X(1).
               05 INQTD PIC 9(3).
               05 INDTCONV PIC 9(8).
               05 INCREDITO PIC 9(3)V99.
               05 INBONUS PIC X(1).
               05 INDTBONUS PIC 9(8).
