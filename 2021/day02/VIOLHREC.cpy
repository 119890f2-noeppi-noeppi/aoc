           01 VIOLATION-HISTORY-RECORD.
               05 VH-HULL-NUM     PIC X(8).
               05 VH-RUN-DATE     PIC 9(8).
               05 VH-LINE-NUM     PIC 9(9).
               05 VH-SEVERITY     PIC X(8).
