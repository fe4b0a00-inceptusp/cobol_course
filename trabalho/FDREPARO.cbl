           FD ARQ-REPARO.
           01 REG-REPARO.
               05 ORNUM PIC 9(6).
               05 ORFCOD PIC 9(4).
               05 ORFCOPIA PIC 9(2).
               05 ORFORN PIC 9(4).
               05 ORENVIO PIC 9(8).
               05 ORPROMESSA PIC 9(8).
               05 ORORCADO PIC 9(7)V99.
               05 ORFINAL PIC 9(7)V99.
               05 ORRETORNO PIC 9(8).
               05 ORRESULTADO PIC X(1).
               05 ORSTATUS PIC X(1).
               05 ORSTATANT PIC X(1).
               05 ORNOTA PIC 9(9).
               05 OREMPID PIC 9(5).
