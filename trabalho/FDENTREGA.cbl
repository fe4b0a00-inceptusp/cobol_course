           FD ARQ-ENTREGA.
           01 REG-ENTREGA.
               05 ENNUM PIC 9(6).
               05 ENTIPO PIC X(1).
               05 ENCPF PIC 9(11).
               05 ENFILIAL PIC 9(2).
               05 ENDATA PIC 9(8).
               05 ENJANINI PIC 9(4).
               05 ENJANFIM PIC 9(4).
               05 ENCEP PIC 9(8).
               05 ENBAIRRO PIC X(50).
               05 ENTAXA PIC 9(3)V99.
               05 ENENTREG PIC 9(5).
               05 ENSTATUS PIC X(1).
               05 ENQTD PIC 9(1).
               05 ENITEM OCCURS 5 TIMES.
                   10 ENFCOD PIC 9(4).
                   10 ENFCOPIA PIC 9(2).
                   10 ENTRANS PIC 9(13).
                   10 ENDTALUG PIC 9(8).
               05 ENEMPID PIC 9(5).
               05 ENCRIADO PIC 9(8).
               05 ENCONCLUIDO PIC 9(8).
