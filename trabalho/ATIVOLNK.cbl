           01 WS-ATB.
               05 WS-ATB-FCOD PIC 9(4).
               05 WS-ATB-FCOPIA PIC 9(2).
               05 WS-ATB-CATEGORIA PIC X(10).
               05 WS-ATB-CUSTO PIC 9(7)V99.
               05 WS-ATB-AQUIS PIC 9(8).
               05 WS-ATB-MOTIVO PIC X(1).
               05 WS-ATB-DATA PIC 9(8).
               05 WS-ATB-VALOR PIC 9(7)V99.
               05 WS-ATB-CONTABIL PIC 9(7)V99.
               05 WS-ATB-RESULT PIC S9(7)V99.
               05 WS-ATB-RC PIC X(1).
