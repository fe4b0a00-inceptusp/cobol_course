           01 WS-CAD.
               05 WS-CAD-OP PIC X(1).
               05 WS-CAD-ARQUIVO PIC X(10).
               05 WS-CAD-REG PIC X(25).
               05 WS-CAD-TIPO PIC X(1).
               05 WS-CAD-IMAGEM PIC X(850).
               05 WS-CAD-SELO REDEFINES WS-CAD-IMAGEM.
                   10 WS-CAD-S-ITEM OCCURS 4 TIMES.
                       15 WS-CAD-S-SEQ PIC 9(9).
                       15 WS-CAD-S-ELO PIC 9(9).
                   10 FILLER PIC X(778).
               05 WS-CAD-DATA PIC 9(8).
               05 WS-CAD-SEQ PIC 9(9).
               05 WS-CAD-ANTERIOR PIC 9(9).
               05 WS-CAD-HASH PIC 9(9).
               05 WS-CAD-ELO PIC 9(9).
               05 WS-CAD-RC PIC X(1).
