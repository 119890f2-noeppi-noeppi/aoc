           01 PARTITION-TOTAL-RECORD.
               05 PT-RUN-DATE     PIC 9(8).
               05 PT-PARTITION    PIC 9(2).
               05 PT-FIRST-VESSEL PIC 9(5).
               05 PT-VESSEL-COUNT PIC 9(5).
               05 PT-LINE-BASE    PIC 9(9).
               05 PT-LINE-COUNT   PIC 9(9).
               05 PT-REG-COUNT    PIC 9(5).
               05 PT-FLEET-TOTAL  PIC S9(18) SIGN IS LEADING SEPARATE.
               05 PT-FWD-COUNT    PIC 9(9).
               05 PT-UP-COUNT     PIC 9(9).
               05 PT-DOWN-COUNT   PIC 9(9).
               05 PT-HOLD-COUNT   PIC 9(9).
               05 PT-SFC-COUNT    PIC 9(9).
               05 PT-SETAIM-COUNT PIC 9(9).
               05 PT-EXCP-COUNT   PIC 9(9).
               05 PT-ABORT-LIMIT  PIC 9(9).
               05 PT-VIOL-COUNT   PIC 9(9).
               05 PT-ZONE-INCD-COUNT PIC 9(9).
               05 PT-RETURN-CODE  PIC 9(4).
               05 PT-ECHO-COUNT   PIC 9(2).
               05 PT-ZONE-COUNT   PIC 9(3).
               05 PT-ZONE-ENTRY OCCURS 50 TIMES.
                   10 PT-Z-ZONE-ID  PIC X(8).
                   10 PT-Z-SEVERITY PIC X(8).
                   10 PT-Z-ENTRIES  PIC 9(9).
