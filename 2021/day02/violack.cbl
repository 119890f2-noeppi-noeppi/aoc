
           FD  ACK-TRANS-FILE.
           01  ACK-RECORD.
               05 AK-HULL-NUM     PIC X(8).
               05 AK-RUN-DATE     PIC 9(8).
               05 AK-LINE-NUM     PIC 9(9).
               05 AK-ACK-DATE     PIC 9(8).

           FD  HISTORY-OUT-FILE.
           01  HISTORY-OUT-RECORD PIC X(86).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).
               01 WS-ACK-COUNT PIC 9(3) VALUE 0.
               01 WS-ACK-TABLE.
                   05 WS-ACK-ENTRY OCCURS 200 TIMES.
                       10 WS-A-HULL-NUM PIC X(8).
                       10 WS-A-RUN-DATE PIC 9(8).
                       10 WS-A-LINE-NUM PIC 9(9).
                       10 WS-A-ACK-DATE PIC 9(8).
               01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
               01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
               01 WS-OPEN-CRIT-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.

       PROCEDURE DIVISION.
                       IF WS-ACK-COUNT IS LESS THAN WS-ACK-MAX
                       THEN
                           ADD 1 TO WS-ACK-COUNT
                           MOVE AK-HULL-NUM TO
                               WS-A-HULL-NUM(WS-ACK-COUNT)
                           MOVE AK-RUN-DATE TO
                               WS-A-RUN-DATE(WS-ACK-COUNT)
                           MOVE AK-LINE-NUM TO
                   UNTIL WS-ACK-IX IS GREATER THAN WS-ACK-COUNT.

           1002-MATCH-ACK.
               IF WS-A-HULL-NUM(WS-ACK-IX) IS EQUAL TO
                   VH-HULL-NUM
                   AND WS-A-RUN-DATE(WS-ACK-IX) IS EQUAL TO
                       VH-RUN-DATE
                   AND WS-A-LINE-NUM(WS-ACK-IX) IS EQUAL TO
               END-IF.

           1003-LOG-APPLIED.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ACKNOWLEDGED - HULL ' VH-HULL-NUM
                   ' RUN ' VH-RUN-DATE
                   ' LINE ' VH-LINE-NUM
                   ' ON ' VH-ACK-DATE
               IF NOT WS-A-USED(WS-ACK-IX)
               THEN
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'UNMATCHED - HULL ' WS-A-HULL-NUM(WS-ACK-IX)
                       ' RUN ' WS-A-RUN-DATE(WS-ACK-IX)
                       ' LINE ' WS-A-LINE-NUM(WS-ACK-IX)
                       ' - NO OPEN CRITICAL ON HISTORY'
