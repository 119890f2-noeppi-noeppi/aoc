                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT REPORT-FILE ASSIGN TO "VMREPORT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               01 WS-BEFORE-IMAGE PIC X(63).
               01 WS-AFTER-IMAGE PIC X(63).
               01 WS-HIST-COUNT PIC 9(9) VALUE 0.
               01 WS-CHECK-SEQ PIC 9(5) VALUE 0.
               01 WS-CHECK-HULL PIC X(8) VALUE SPACES.
               01 WS-SEQ-HOLDER PIC X(8) VALUE SPACES.
               01 WS-SEQ-SCAN-SW PIC X VALUE 'N'.
                   88 WS-SEQ-SCAN-DONE VALUE 'Y'.
               01 WS-SEQ-TAKEN-SW PIC X VALUE 'N'.
                   88 WS-SEQ-TAKEN VALUE 'Y'.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               END-IF.

           1001-ADD-MASTER.
               IF VT-HULL-NUM IS EQUAL TO SPACES
               THEN GO TO 1009-LOG-BLANK-HULL
               END-IF.
               PERFORM 1010-CHECK-BATCH-SEQ.
               IF WS-SEQ-TAKEN
               THEN GO TO 1012-LOG-SEQ-TAKEN
               END-IF.
               MOVE VT-BATCH-SEQ TO VM-BATCH-SEQ.
               MOVE VT-HULL-NUM TO VM-HULL-NUM.
               MOVE VT-VESSEL-NAME TO VM-VESSEL-NAME.
               GO TO 1000-READ-TRANS.

           1002-UPDATE-MASTER.
               PERFORM 1010-CHECK-BATCH-SEQ.
               IF WS-SEQ-TAKEN
               THEN GO TO 1012-LOG-SEQ-TAKEN
               END-IF.
               MOVE VT-HULL-NUM TO VM-HULL-NUM.
               READ VESSEL-MASTER-FILE
                   INVALID KEY
                       PERFORM 1007-LOG-NOT-FOUND
                       GO TO 1000-READ-TRANS
               END-READ.
               MOVE VESSEL-MASTER-RECORD TO WS-BEFORE-IMAGE.
               MOVE VT-BATCH-SEQ TO VM-BATCH-SEQ.
               MOVE VT-VESSEL-NAME TO VM-VESSEL-NAME.
               MOVE VT-CLASS TO VM-CLASS.
               MOVE VT-MAX-DEPTH TO VM-MAX-DEPTH.
               GO TO 1000-READ-TRANS.

           1003-DEACTIVATE-MASTER.
               MOVE VT-HULL-NUM TO VM-HULL-NUM.
               READ VESSEL-MASTER-FILE
                   INVALID KEY
                       PERFORM 1007-LOG-NOT-FOUND
           1004-LOG-BAD-ACTION.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' VT-HULL-NUM ' ACTION "' VT-ACTION
                   '" - UNRECOGNIZED ACTION, TRANSACTION SKIPPED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
           1005-LOG-DUPLICATE.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' VT-HULL-NUM
                   ' - ALREADY ON MASTER, ADD REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1006-LOG-APPLIED.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' VT-HULL-NUM ' ACTION "' VT-ACTION
                   '" APPLIED  BATCH SEQ ' VM-BATCH-SEQ
                   '  ' VM-VESSEL-NAME
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1007-LOG-NOT-FOUND.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' VT-HULL-NUM
                   ' - NOT ON MASTER, TRANSACTION REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               THEN
                   MOVE WS-RUN-DATE TO CH-APPLY-DATE
                   MOVE VT-ACTION TO CH-ACTION
                   MOVE VM-BATCH-SEQ TO CH-BATCH-SEQ
                   MOVE WS-BEFORE-IMAGE TO CH-BEFORE-IMAGE
                   MOVE WS-AFTER-IMAGE TO CH-AFTER-IMAGE
                   WRITE CHANGE-HISTORY-RECORD
                   ADD 1 TO WS-HIST-COUNT
               END-IF.

           1009-LOG-BLANK-HULL.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'BATCH SEQ ' VT-BATCH-SEQ
                   ' - NO HULL NUMBER, ADD REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               GO TO 1000-READ-TRANS.

           1010-CHECK-BATCH-SEQ.
               MOVE 'N' TO WS-SEQ-TAKEN-SW.
               MOVE 'N' TO WS-SEQ-SCAN-SW.
               MOVE VT-BATCH-SEQ TO WS-CHECK-SEQ.
               MOVE VT-HULL-NUM TO WS-CHECK-HULL.
               IF WS-CHECK-SEQ IS GREATER THAN 0
               THEN
                   MOVE WS-CHECK-SEQ TO VM-BATCH-SEQ
                   READ VESSEL-MASTER-FILE KEY IS VM-BATCH-SEQ
                       INVALID KEY MOVE 'Y' TO WS-SEQ-SCAN-SW
                   END-READ
                   PERFORM 1011-SCAN-BATCH-SEQ
                       UNTIL WS-SEQ-SCAN-DONE
               END-IF.

           1011-SCAN-BATCH-SEQ.
               IF VM-BATCH-SEQ IS NOT EQUAL TO WS-CHECK-SEQ
               THEN MOVE 'Y' TO WS-SEQ-SCAN-SW
               ELSE IF VM-IN-SERVICE
                   AND VM-HULL-NUM IS NOT EQUAL TO WS-CHECK-HULL
               THEN
                   MOVE VM-HULL-NUM TO WS-SEQ-HOLDER
                   MOVE 'Y' TO WS-SEQ-TAKEN-SW
                   MOVE 'Y' TO WS-SEQ-SCAN-SW
               ELSE
                   READ VESSEL-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SEQ-SCAN-SW
                   END-READ
               END-IF.

           1012-LOG-SEQ-TAKEN.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' WS-CHECK-HULL ' ACTION "' VT-ACTION
                   '" - BATCH SEQ ' WS-CHECK-SEQ
                   ' ALREADY ASSIGNED TO HULL ' WS-SEQ-HOLDER
                   ', TRANSACTION REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               GO TO 1000-READ-TRANS.

           1900-FINALIZE.
               MOVE WS-TRANS-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
