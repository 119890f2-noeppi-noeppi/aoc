           01 LOGBOOK-RECORD.
               05 LB-HULL-NUM     PIC X(8).
               05 LB-RUN-DATE     PIC 9(8).
               05 LB-MODEL        PIC X(5).
               05 LB-VESSEL-SEQ   PIC 9(5).
               05 LB-START-TIME   PIC 9(14).
               05 LB-END-TIME     PIC 9(14).
               05 LB-DURATION-MIN PIC 9(9).
               05 LB-FINAL-POS    PIC 9(16).
               05 LB-FINAL-DEPTH  PIC S9(16) SIGN IS LEADING SEPARATE.
               05 LB-MAX-DEPTH    PIC S9(16) SIGN IS LEADING SEPARATE.
               05 LB-RESULT       PIC S9(18) SIGN IS LEADING SEPARATE.
               05 LB-ENDUR-SW     PIC X.
                   88 LB-ENDUR-TRACKED VALUE 'Y'.
               05 LB-ENDUR-USED   PIC S9(16) SIGN IS LEADING SEPARATE.
               05 LB-ENDUR-REMAIN PIC S9(16) SIGN IS LEADING SEPARATE.
               05 LB-STATION-GAPS PIC 9(5).
               05 LB-VIOL-COUNT   PIC 9(5).
               05 LB-ZONE-ENTRIES PIC 9(5).
