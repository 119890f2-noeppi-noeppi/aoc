           01 SPLIT-CONTROL-RECORD.
               05 SC-RUN-DATE     PIC 9(8).
               05 SC-PARTITION    PIC 9(2).
               05 SC-PART-COUNT   PIC 9(2).
               05 SC-FIRST-VESSEL PIC 9(5).
               05 SC-VESSEL-COUNT PIC 9(5).
               05 SC-LINE-BASE    PIC 9(9).
               05 SC-LINE-COUNT   PIC 9(9).
