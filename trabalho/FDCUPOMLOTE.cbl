           FD ARQ-CUPOMLOTE.
           01 REG-CUPOMLOTE.
               05 CLLOTE PIC 9(5).
               05 CLDESCR PIC X(30).
               05 CLTIPO PIC X(1).
               05 CLVALOR PIC 9(5)V99.
               05 CLMINIMO PIC 9(5)V99.
               05 CLVALIDADE PIC 9(8).
               05 CLEMISSAO PIC 9(8).
               05 CLCRITERIO PIC X(1).
               05 CLDIAS PIC 9(4).
               05 CLQTD PIC 9(5).
               05 CLSUPR PIC 9(5).
