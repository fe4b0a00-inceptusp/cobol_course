               05 CXAPURADO PIC 9(7)V99.
               05 CXDIF PIC S9(7)V99.
               05 CXDEPOSITO PIC 9(6).
               05 CXTERMINAL PIC X(8).
