           01 VESSEL-LEDGER-RECORD.
               05 LG-HULL-NUM     PIC X(8).
               05 LG-DIVE-COUNT   PIC 9(9).
               05 LG-TOTAL-FWD    PIC 9(16).
               05 LG-MAX-DEPTH    PIC S9(16) SIGN IS LEADING SEPARATE.
               05 LG-SFC-COUNT    PIC 9(9).
               05 LG-SETAIM-COUNT PIC 9(9).
               05 LG-VIOL-COUNT   PIC 9(9).
               05 LG-DEEP-DIVES   PIC 9(9).
