           01 STATION-HISTORY-RECORD.
               05 SH-KEY.
                   10 SH-STATION  PIC X(3).
                   10 SH-RUN-DATE PIC 9(8).
               05 SH-FEED-DSN     PIC X(8).
               05 SH-EXPECTED     PIC 9(9).
               05 SH-CONTRIB      PIC 9(9).
               05 SH-DUP          PIC 9(9).
               05 SH-OOO          PIC 9(9).
               05 SH-DEVIATION    PIC S9(9) SIGN IS LEADING SEPARATE.
               05 SH-GAPS         PIC 9(9).
               05 SH-QUAR         PIC 9(9).
