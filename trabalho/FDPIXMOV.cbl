           FD ARQ-PIXMOV.
           01 REG-PIXMOV.
               05 PXID PIC X(32).
               05 PXDATA PIC 9(8).
               05 PXHORA PIC 9(6).
               05 PXEMPID PIC 9(5).
               05 PXCPF PIC 9(11).
               05 PXVALOR PIC 9(7)V99.
               05 PXTIPO PIC X(1).
               05 PXORIGEM PIC X(1).
               05 PXSTATUS PIC X(1).
               05 PXMOTIVO PIC X(2).
               05 PXVALBANCO PIC 9(7)V99.
               05 PXCONCDATA PIC 9(8).
