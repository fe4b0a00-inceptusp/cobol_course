           FD ARQ-RFM.
           01 REG-RFM.
               05 RFCHAVE.
                   10 RFMES PIC 9(6).
                   10 RFCPF PIC 9(11).
               05 RFPRIMEIRA PIC 9(8).
               05 RFULTIMA PIC 9(8).
               05 RFDIAS PIC 9(5).
               05 RFFREQ PIC 9(5).
               05 RFVALOR PIC 9(9)V99.
               05 RFNOTA-R PIC 9(1).
               05 RFNOTA-F PIC 9(1).
               05 RFNOTA-M PIC 9(1).
               05 RFSEG PIC X(1).
