           01 WS-JRN.
               05 WS-JRN-PROGRAMA PIC X(10).
               05 WS-JRN-OPERADOR PIC 9(5).
               05 WS-JRN-ARQUIVO PIC X(10).
               05 WS-JRN-OP PIC X(1).
               05 WS-JRN-ANTES PIC X(400).
               05 WS-JRN-DEPOIS PIC X(400).
               05 WS-JRN-RC PIC X(1).
