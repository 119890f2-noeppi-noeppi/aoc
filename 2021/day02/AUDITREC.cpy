           01 AUDIT-RECORD.
               05 AU-HULL-NUM     PIC X(8).
               05 AU-LINE-NUM     PIC 9(9).
               05 AU-CMD-TIME     PIC 9(14).
               05 AU-DATA-LINE    PIC X(40).
