           FD  REQUEST-FILE.
           01  REQUEST-RECORD.
               05 RQ-RUN-DATE     PIC 9(8).
               05 RQ-HULL-NUM     PIC X(8).
               05 RQ-LINE-FROM    PIC 9(9).
               05 RQ-LINE-TO      PIC 9(9).

           FD  ARCHIVE-FILE.
           01  ARCHIVE-RECORD.
               05 AR-RUN-DATE     PIC 9(8).
               05 AR-AUDIT-DATA   PIC X(121).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(160).
               01 WS-ARCH-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ARCHIVE VALUE 'Y'.
               01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-LINE PIC Z(8)9.
               01 WS-DISP-POS PIC Z(15)9.
               01 WS-DISP-DEPTH PIC -(16)9.

           1100-WRITE-REQUEST-HEADER.
               MOVE RQ-RUN-DATE TO WS-DISP-DATE.
               MOVE RQ-LINE-FROM TO WS-DISP-FROM.
               MOVE RQ-LINE-TO TO WS-DISP-TO.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'REQUEST  RUN ' WS-DISP-DATE
                   '  HULL ' RQ-HULL-NUM
                   '  LINES ' WS-DISP-FROM
                   ' THROUGH ' WS-DISP-TO
                   DELIMITED BY SIZE INTO REPORT-RECORD.
           1210-CHECK-RECORD.
               MOVE AR-AUDIT-DATA TO AUDIT-RECORD.
               IF AR-RUN-DATE IS EQUAL TO RQ-RUN-DATE
                   AND AU-HULL-NUM IS EQUAL TO RQ-HULL-NUM
                   AND AU-LINE-NUM IS NOT LESS THAN RQ-LINE-FROM
                   AND AU-LINE-NUM IS NOT GREATER THAN RQ-LINE-TO
               THEN PERFORM 1220-WRITE-MATCH
