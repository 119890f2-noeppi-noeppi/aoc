       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTDUE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VESSEL-LEDGER-FILE ASSIGN TO "VESSLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LG-HULL-NUM
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT SERVICE-INTERVAL-FILE ASSIGN TO "SVCINTVL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SVCINTVL-STATUS.
               SELECT SERVICE-MASTER-FILE ASSIGN TO "SVCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-HULL-NUM
                   FILE STATUS IS WS-SVCMAST-STATUS.
               SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORKORD-STATUS.
               SELECT REPORT-FILE ASSIGN TO "MAINTRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  VESSEL-LEDGER-FILE.
               COPY LEDGREC.

           FD  VESSEL-MASTER-FILE.
               COPY VESSMST.

           FD  SERVICE-INTERVAL-FILE.
               COPY SVCIREC.

           FD  SERVICE-MASTER-FILE.
               COPY SVCMREC.

           FD  WORK-ORDER-FILE.
           01  WORK-ORDER-RECORD.
               05 WO-RAISED-DATE  PIC 9(8).
               05 WO-HULL-NUM     PIC X(8).
               05 WO-CLASS        PIC X(12).
               05 WO-PRIORITY     PIC X(7).
               05 WO-LAST-SVC-DATE PIC 9(8).
               05 WO-DIST-SINCE   PIC 9(16).
               05 WO-DIVES-SINCE  PIC 9(9).
               05 WO-DEEP-SINCE   PIC 9(9).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-SVCINTVL-STATUS PIC X(02) VALUE '00'.
               01 WS-SVCMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-WORKORD-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-LEDGER VALUE 'Y'.
               01 WS-SVCINTVL-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-SVCINTVL VALUE 'Y'.
               01 WS-LEDGER-OPEN-SW PIC X VALUE 'N'.
                   88 WS-LEDGER-OPEN VALUE 'Y'.
               01 WS-VESSMAST-SW PIC X VALUE 'N'.
                   88 WS-VESSMAST-AVAILABLE VALUE 'Y'.
               01 WS-SVCMAST-SW PIC X VALUE 'N'.
                   88 WS-SVCMAST-AVAILABLE VALUE 'Y'.
               01 WS-WORKORD-SW PIC X VALUE 'N'.
                   88 WS-WORKORD-AVAILABLE VALUE 'Y'.
               01 WS-ADD-SW PIC X VALUE 'N'.
                   88 WS-ADD-NEEDED VALUE 'Y'.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-SVC-MAX PIC 9(3) VALUE 20.
               01 WS-SVC-COUNT PIC 9(3) VALUE 0.
               01 WS-SVC-TABLE.
                   05 WS-SVC-ENTRY OCCURS 20 TIMES.
                       10 WS-S-CLASS PIC X(12).
                       10 WS-S-DIST-LIMIT PIC 9(16).
                       10 WS-S-DIVE-LIMIT PIC 9(9).
                       10 WS-S-DEEP-LIMIT PIC 9(9).
                       10 WS-S-WARN-PCT PIC 9(3).
               01 WS-SVC-IX PIC 9(3) VALUE 0.
               01 WS-SVC-FOUND-IX PIC 9(3) VALUE 0.
               01 WS-DIST-SINCE PIC S9(16) VALUE 0.
               01 WS-DIVES-SINCE PIC S9(9) VALUE 0.
               01 WS-DEEP-SINCE PIC S9(9) VALUE 0.
               01 WS-CHECK-SINCE PIC S9(16) VALUE 0.
               01 WS-CHECK-LIMIT PIC 9(16) VALUE 0.
               01 WS-CHECK-STATUS PIC X VALUE SPACE.
               01 WS-NEW-STATUS PIC X VALUE SPACE.
                   88 WS-NEW-CURRENT VALUE SPACE.
                   88 WS-NEW-DUE-SOON VALUE 'D'.
                   88 WS-NEW-OVERDUE VALUE 'O'.
               01 WS-DIST-FLAG PIC X(8) VALUE SPACES.
               01 WS-DIVE-FLAG PIC X(8) VALUE SPACES.
               01 WS-DEEP-FLAG PIC X(8) VALUE SPACES.
               01 WS-PRIORITY PIC X(7) VALUE SPACES.
               01 WS-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-CURRENT-COUNT PIC 9(9) VALUE 0.
               01 WS-DUE-COUNT PIC 9(9) VALUE 0.
               01 WS-OVERDUE-COUNT PIC 9(9) VALUE 0.
               01 WS-ORDER-COUNT PIC 9(9) VALUE 0.
               01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-DIST PIC Z(15)9.
               01 WS-DISP-DIST-LIMIT PIC Z(15)9.
               01 WS-DISP-DIVES PIC Z(8)9.
               01 WS-DISP-DIVE-LIMIT PIC Z(8)9.
               01 WS-DISP-DEEP PIC Z(8)9.
               01 WS-DISP-DEEP-LIMIT PIC Z(8)9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL MAINTENANCE DUE / OVERDUE REPORT'
                   '  RUN DATE ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0200-LOAD-INTERVALS.
               IF WS-SVC-COUNT IS EQUAL TO 0
               THEN
                   MOVE 'SVCINTVL NOT PRESENT - NO HULLS EVALUATED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT VESSEL-LEDGER-FILE.
               IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'VESSLEDG NOT PRESENT, STATUS '
                       WS-LEDGER-STATUS
                       ' - NO HULLS EVALUATED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'Y' TO WS-LEDGER-OPEN-SW.
               OPEN INPUT VESSEL-MASTER-FILE.
               IF WS-VESSMAST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'VESSMAST NOT PRESENT, STATUS '
                       WS-VESSMAST-STATUS
                       ' - NO HULLS EVALUATED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'Y' TO WS-VESSMAST-SW.
               OPEN I-O SERVICE-MASTER-FILE.
               IF WS-SVCMAST-STATUS IS EQUAL TO '35'
               THEN
                   OPEN OUTPUT SERVICE-MASTER-FILE
                   CLOSE SERVICE-MASTER-FILE
                   OPEN I-O SERVICE-MASTER-FILE
               END-IF.
               IF WS-SVCMAST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'SERVICE MASTER OPEN FAILED, STATUS '
                       WS-SVCMAST-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'Y' TO WS-SVCMAST-SW.
               OPEN EXTEND WORK-ORDER-FILE.
               IF WS-WORKORD-STATUS IS EQUAL TO '35'
               THEN OPEN OUTPUT WORK-ORDER-FILE
               END-IF.
               IF WS-WORKORD-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'WORK ORDER FILE OPEN FAILED, STATUS '
                       WS-WORKORD-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'Y' TO WS-WORKORD-SW.
               GO TO 1000-READ-LEDGER.

           0200-LOAD-INTERVALS.
               OPEN INPUT SERVICE-INTERVAL-FILE.
               IF WS-SVCINTVL-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0210-READ-INTERVAL
                       UNTIL END-OF-SVCINTVL
                   CLOSE SERVICE-INTERVAL-FILE
               END-IF.

           0210-READ-INTERVAL.
               READ SERVICE-INTERVAL-FILE
                   AT END SET END-OF-SVCINTVL TO TRUE
                   NOT AT END
                       IF WS-SVC-COUNT IS LESS THAN WS-SVC-MAX
                       THEN
                           ADD 1 TO WS-SVC-COUNT
                           MOVE SI-CLASS TO WS-S-CLASS(WS-SVC-COUNT)
                           MOVE SI-DIST-LIMIT TO
                               WS-S-DIST-LIMIT(WS-SVC-COUNT)
                           MOVE SI-DIVE-LIMIT TO
                               WS-S-DIVE-LIMIT(WS-SVC-COUNT)
                           MOVE SI-DEEP-LIMIT TO
                               WS-S-DEEP-LIMIT(WS-SVC-COUNT)
                           MOVE SI-WARN-PCT TO
                               WS-S-WARN-PCT(WS-SVC-COUNT)
                       ELSE
                           MOVE SPACES TO REPORT-RECORD
                           STRING 'INTERVAL TABLE FULL - CLASS '
                               SI-CLASS ' IGNORED'
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ.

           1000-READ-LEDGER.
               READ VESSEL-LEDGER-FILE
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ.
               IF END-OF-LEDGER
               THEN GO TO 1900-FINALIZE
               END-IF.
               ADD 1 TO WS-READ-COUNT.
               GO TO 1001-EVALUATE-HULL.

           1001-EVALUATE-HULL.
               MOVE LG-HULL-NUM TO VM-HULL-NUM.
               READ VESSEL-MASTER-FILE
                   INVALID KEY
                       PERFORM 1007-LOG-NOT-REGISTERED
                       GO TO 1000-READ-LEDGER
               END-READ.
               IF NOT VM-IN-SERVICE
               THEN GO TO 1000-READ-LEDGER
               END-IF.
               MOVE 0 TO WS-SVC-FOUND-IX.
               PERFORM 1002-MATCH-INTERVAL-CLASS
                   VARYING WS-SVC-IX FROM 1 BY 1
                   UNTIL WS-SVC-IX IS GREATER THAN WS-SVC-COUNT.
               IF WS-SVC-FOUND-IX IS EQUAL TO 0
               THEN
                   PERFORM 1008-LOG-NO-INTERVAL
                   GO TO 1000-READ-LEDGER
               END-IF.
               MOVE 'N' TO WS-ADD-SW.
               MOVE LG-HULL-NUM TO SM-HULL-NUM.
               READ SERVICE-MASTER-FILE
                   INVALID KEY PERFORM 1003-INIT-SERVICE
               END-READ.
               COMPUTE WS-DIST-SINCE = LG-TOTAL-FWD - SM-BASE-FWD.
               COMPUTE WS-DIVES-SINCE = LG-DIVE-COUNT - SM-BASE-DIVES.
               COMPUTE WS-DEEP-SINCE = LG-DEEP-DIVES - SM-BASE-DEEP.
               IF WS-DIST-SINCE IS LESS THAN 0
               THEN MOVE 0 TO WS-DIST-SINCE
               END-IF.
               IF WS-DIVES-SINCE IS LESS THAN 0
               THEN MOVE 0 TO WS-DIVES-SINCE
               END-IF.
               IF WS-DEEP-SINCE IS LESS THAN 0
               THEN MOVE 0 TO WS-DEEP-SINCE
               END-IF.
               MOVE SPACE TO WS-NEW-STATUS.
               MOVE WS-DIST-SINCE TO WS-CHECK-SINCE.
               MOVE WS-S-DIST-LIMIT(WS-SVC-FOUND-IX) TO WS-CHECK-LIMIT.
               PERFORM 1004-CHECK-LIMIT.
               MOVE WS-CHECK-STATUS TO WS-DIST-FLAG.
               MOVE WS-DIVES-SINCE TO WS-CHECK-SINCE.
               MOVE WS-S-DIVE-LIMIT(WS-SVC-FOUND-IX) TO WS-CHECK-LIMIT.
               PERFORM 1004-CHECK-LIMIT.
               MOVE WS-CHECK-STATUS TO WS-DIVE-FLAG.
               MOVE WS-DEEP-SINCE TO WS-CHECK-SINCE.
               MOVE WS-S-DEEP-LIMIT(WS-SVC-FOUND-IX) TO WS-CHECK-LIMIT.
               PERFORM 1004-CHECK-LIMIT.
               MOVE WS-CHECK-STATUS TO WS-DEEP-FLAG.
               IF WS-NEW-CURRENT
               THEN ADD 1 TO WS-CURRENT-COUNT
               ELSE
                   IF WS-NEW-OVERDUE
                   THEN
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE 'OVERDUE' TO WS-PRIORITY
                   ELSE
                       ADD 1 TO WS-DUE-COUNT
                       MOVE 'DUE' TO WS-PRIORITY
                   END-IF
                   PERFORM 1005-WRITE-DUE-LINES
                   IF NOT SM-WO-OPEN
                   THEN PERFORM 1006-WRITE-WORK-ORDER
                   END-IF
               END-IF.
               MOVE WS-NEW-STATUS TO SM-DUE-STATUS.
               MOVE WS-RUN-DATE TO SM-STATUS-DATE.
               IF WS-ADD-NEEDED
               THEN WRITE SERVICE-MASTER-RECORD
               ELSE REWRITE SERVICE-MASTER-RECORD
               END-IF.
               GO TO 1000-READ-LEDGER.

           1002-MATCH-INTERVAL-CLASS.
               IF WS-S-CLASS(WS-SVC-IX) IS EQUAL TO VM-CLASS
               THEN MOVE WS-SVC-IX TO WS-SVC-FOUND-IX
               END-IF.
               IF WS-SVC-FOUND-IX IS EQUAL TO 0
                   AND WS-S-CLASS(WS-SVC-IX) IS EQUAL TO 'DEFAULT'
               THEN MOVE WS-SVC-IX TO WS-SVC-FOUND-IX
               END-IF.

           1003-INIT-SERVICE.
               MOVE LG-HULL-NUM TO SM-HULL-NUM.
               MOVE 0 TO SM-LAST-SVC-DATE.
               MOVE 0 TO SM-BASE-FWD.
               MOVE 0 TO SM-BASE-DIVES.
               MOVE 0 TO SM-BASE-DEEP.
               MOVE SPACE TO SM-DUE-STATUS.
               MOVE 0 TO SM-STATUS-DATE.
               MOVE 'N' TO SM-WO-OPEN-SW.
               MOVE 0 TO SM-WO-DATE.
               SET WS-ADD-NEEDED TO TRUE.

           1004-CHECK-LIMIT.
               MOVE SPACES TO WS-CHECK-STATUS.
               IF WS-CHECK-LIMIT IS GREATER THAN 0
               THEN
                   IF WS-CHECK-SINCE IS NOT LESS THAN WS-CHECK-LIMIT
                   THEN
                       MOVE 'O' TO WS-CHECK-STATUS
                       MOVE 'O' TO WS-NEW-STATUS
                   ELSE IF WS-S-WARN-PCT(WS-SVC-FOUND-IX)
                           IS GREATER THAN 0
                       AND WS-CHECK-SINCE * 100 IS NOT LESS THAN
                           WS-CHECK-LIMIT *
                           WS-S-WARN-PCT(WS-SVC-FOUND-IX)
                   THEN
                       MOVE 'D' TO WS-CHECK-STATUS
                       IF WS-NEW-CURRENT
                       THEN MOVE 'D' TO WS-NEW-STATUS
                       END-IF
                   END-IF
               END-IF.

           1005-WRITE-DUE-LINES.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' LG-HULL-NUM
                   '  ' VM-VESSEL-NAME
                   '  CLASS ' VM-CLASS
                   '  ' WS-PRIORITY
                   '  LAST SERVICED ' SM-LAST-SVC-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-DIST-FLAG IS EQUAL TO 'O'
               THEN MOVE 'OVERDUE' TO WS-DIST-FLAG
               ELSE IF WS-DIST-FLAG IS EQUAL TO 'D'
               THEN MOVE 'DUE' TO WS-DIST-FLAG
               END-IF.
               IF WS-DIVE-FLAG IS EQUAL TO 'O'
               THEN MOVE 'OVERDUE' TO WS-DIVE-FLAG
               ELSE IF WS-DIVE-FLAG IS EQUAL TO 'D'
               THEN MOVE 'DUE' TO WS-DIVE-FLAG
               END-IF.
               IF WS-DEEP-FLAG IS EQUAL TO 'O'
               THEN MOVE 'OVERDUE' TO WS-DEEP-FLAG
               ELSE IF WS-DEEP-FLAG IS EQUAL TO 'D'
               THEN MOVE 'DUE' TO WS-DEEP-FLAG
               END-IF.
               MOVE WS-DIST-SINCE TO WS-DISP-DIST.
               MOVE WS-S-DIST-LIMIT(WS-SVC-FOUND-IX)
                   TO WS-DISP-DIST-LIMIT.
               MOVE WS-DIVES-SINCE TO WS-DISP-DIVES.
               MOVE WS-S-DIVE-LIMIT(WS-SVC-FOUND-IX)
                   TO WS-DISP-DIVE-LIMIT.
               MOVE WS-DEEP-SINCE TO WS-DISP-DEEP.
               MOVE WS-S-DEEP-LIMIT(WS-SVC-FOUND-IX)
                   TO WS-DISP-DEEP-LIMIT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DISTANCE   ' WS-DISP-DIST
                   ' OF ' WS-DISP-DIST-LIMIT ' ' WS-DIST-FLAG
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DIVES      ' WS-DISP-DIVES
                   ' OF ' WS-DISP-DIVE-LIMIT ' ' WS-DIVE-FLAG
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DEEP DIVES ' WS-DISP-DEEP
                   ' OF ' WS-DISP-DEEP-LIMIT ' ' WS-DEEP-FLAG
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF SM-WO-OPEN
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    WORK ORDER ALREADY OPEN SINCE '
                       SM-WO-DATE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1006-WRITE-WORK-ORDER.
               MOVE WS-RUN-DATE TO WO-RAISED-DATE.
               MOVE LG-HULL-NUM TO WO-HULL-NUM.
               MOVE VM-CLASS TO WO-CLASS.
               MOVE WS-PRIORITY TO WO-PRIORITY.
               MOVE SM-LAST-SVC-DATE TO WO-LAST-SVC-DATE.
               MOVE WS-DIST-SINCE TO WO-DIST-SINCE.
               MOVE WS-DIVES-SINCE TO WO-DIVES-SINCE.
               MOVE WS-DEEP-SINCE TO WO-DEEP-SINCE.
               WRITE WORK-ORDER-RECORD.
               ADD 1 TO WS-ORDER-COUNT.
               MOVE 'Y' TO SM-WO-OPEN-SW.
               MOVE WS-RUN-DATE TO SM-WO-DATE.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    WORK ORDER REQUEST RAISED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1007-LOG-NOT-REGISTERED.
               ADD 1 TO WS-SKIPPED-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' LG-HULL-NUM
                   ' - NOT ON VESSEL MASTER, NOT EVALUATED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1008-LOG-NO-INTERVAL.
               ADD 1 TO WS-SKIPPED-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' LG-HULL-NUM
                   ' - NO SERVICE INTERVAL FOR CLASS ' VM-CLASS
                   ', NOT EVALUATED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1900-FINALIZE.
               MOVE WS-READ-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'LEDGER HULLS READ      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-CURRENT-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    CURRENT            ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-DUE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DUE                ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-OVERDUE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    OVERDUE            ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-SKIPPED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    NOT EVALUATED      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ORDER-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'WORK ORDERS RAISED     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-OVERDUE-COUNT IS GREATER THAN 0
                   OR WS-SKIPPED-COUNT IS GREATER THAN 0
               THEN MOVE 4 TO RETURN-CODE
               END-IF.

           2000-TERMINATE.
               IF WS-WORKORD-AVAILABLE
               THEN CLOSE WORK-ORDER-FILE
               END-IF.
               IF WS-SVCMAST-AVAILABLE
               THEN CLOSE SERVICE-MASTER-FILE
               END-IF.
               IF WS-VESSMAST-AVAILABLE
               THEN CLOSE VESSEL-MASTER-FILE
               END-IF.
               IF WS-LEDGER-OPEN
               THEN CLOSE VESSEL-LEDGER-FILE
               END-IF.
               CLOSE REPORT-FILE.
               STOP RUN.
