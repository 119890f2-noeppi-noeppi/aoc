           01 CYCLE-STEP-RECORD.
               05 CY-RUN-DATE     PIC 9(8).
               05 CY-PROGRAM      PIC X(8).
               05 CY-START-TIME   PIC 9(8).
               05 CY-END-TIME     PIC 9(8).
               05 CY-RETURN-CODE  PIC 9(4).
               05 CY-INPUT-COUNT  PIC 9(9).
               05 CY-OUTPUT-COUNT PIC 9(9).
               05 CY-ERROR-COUNT  PIC 9(9).
               05 CY-OUTCOME      PIC X(30).
