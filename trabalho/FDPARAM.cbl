               05 PPROV-90 PIC 9(3).
               05 PPROV-MAIS PIC 9(3).
               05 PDIAS-COBEXT PIC 9(3).
               05 PTARIFA-CHEQUE PIC 9(3)V99.
               05 PDIAS-CARENCIA PIC 9(3).
               05 PMULTA-MORA PIC 9(2)V99.
               05 PJUROS-MORA PIC 9(2)V99.
               05 PDEPR-MESES PIC 9(3).
               05 PDEPR-METODO PIC 9(1).
               05 PCONC-TOLER PIC 9(5)V99.
               05 PISS-ALIQ PIC 9(2)V99.
               05 PTAXA-CARTAO PIC 9(3)V99.
               05 PINDICA-QTD PIC 9(2).
               05 PINDICA-CREDITO PIC 9(3)V99.
               05 PINDICA-DESC PIC 9(2)V99.
               05 PRISCO-LIM-B PIC 9(2).
               05 PRISCO-LIM-C PIC 9(2).
               05 PRISCO-LIM-D PIC 9(2).
               05 PRISCO-CAUCAO PIC X(1).
