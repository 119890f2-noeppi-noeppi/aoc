           01 SUSPENSE-RECORD.
               05 SU-LINE-NUM     PIC 9(9).
               05 SU-HULL-NUM     PIC X(8).
               05 SU-DATA-LINE    PIC X(40).
               05 SU-REASON       PIC X(30).
               05 SU-STATUS       PIC X.
