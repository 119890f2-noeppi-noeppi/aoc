               SELECT VESSEL-LEDGER-FILE ASSIGN TO "VESSLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
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
               SELECT REPORT-FILE ASSIGN TO "LEDGRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           01  TRAJECTORY-RECORD PIC X(80).

           FD  VIOLATION-FILE.
           01  VIOLATION-RECORD PIC X(180).

           FD  VESSEL-LEDGER-FILE.
               COPY LEDGREC.

           FD  VESSEL-MASTER-FILE.
               COPY VESSMST.

           FD  SERVICE-INTERVAL-FILE.
               COPY SVCIREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               01 WS-TRAJ-STATUS PIC X(02) VALUE '00'.
               01 WS-VIOL-STATUS PIC X(02) VALUE '00'.
               01 WS-T-POS-X PIC X(20).
               01 WS-T-DEPTH-X PIC X(20).
               01 WS-T-VERB-X PIC X(20).
               01 WS-T-HULL PIC X(8).
               01 WS-T-POS PIC 9(16) VALUE 0.
               01 WS-T-DEPTH PIC S9(16) VALUE 0.
               01 WS-VESSEL-MAX PIC 9(5) VALUE 500.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-TABLE.
                   05 WS-VES-ENTRY OCCURS 500 TIMES.
                       10 WS-V-HULL PIC X(8).
                       10 WS-V-ACTIVE-SW PIC X.
                           88 WS-V-ACTIVE VALUE 'Y'.
                       10 WS-V-LAST-POS PIC 9(16).
                       10 WS-V-SETAIM PIC 9(9).
                       10 WS-V-VIOL PIC 9(9).
               01 WS-VES-IX PIC 9(5) VALUE 0.
               01 WS-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-ADD-SW PIC X VALUE 'N'.
                   88 WS-ADD-NEEDED VALUE 'Y'.
               01 WS-UPDATED-COUNT PIC 9(9) VALUE 0.
               01 WS-ADDED-COUNT PIC 9(9) VALUE 0.
               01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
               01 WS-TRAJ-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-FWD PIC Z(15)9.
               01 WS-DISP-DEPTH PIC -(16)9.
               01 WS-VESSMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-SW PIC X VALUE 'N'.
                   88 WS-VESSMAST-AVAILABLE VALUE 'Y'.
               01 WS-SVCINTVL-STATUS PIC X(02) VALUE '00'.
               01 WS-SVCINTVL-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-SVCINTVL VALUE 'Y'.
               01 WS-SVC-MAX PIC 9(3) VALUE 20.
               01 WS-SVC-COUNT PIC 9(3) VALUE 0.
               01 WS-SVC-TABLE.
                   05 WS-SVC-ENTRY OCCURS 20 TIMES.
                       10 WS-S-CLASS PIC X(12).
                       10 WS-S-DEEP-PCT PIC 9(3).
               01 WS-SVC-IX PIC 9(3) VALUE 0.
               01 WS-SVC-FOUND-IX PIC 9(3) VALUE 0.
               01 WS-DEEP-THRESHOLD PIC 9(9) VALUE 0.
               01 WS-DEEP-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-DEEP PIC Z(8)9.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 0110-CLEAR-VESSEL-ENTRY
                   VARYING WS-VES-IX FROM 1 BY 1
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   MOVE 'LEDGER OPEN FAILED' TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 0200-LOAD-TRAJECTORY.
               PERFORM 0300-LOAD-VIOLATIONS.
               PERFORM 0400-LOAD-INTERVALS.
               PERFORM 0500-OPEN-VESSEL-MASTER.
               PERFORM 1000-POST-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               GO TO 1900-FINALIZE.

           0110-CLEAR-VESSEL-ENTRY.
               MOVE SPACES TO WS-V-HULL(WS-VES-IX).
               MOVE 'N' TO WS-V-ACTIVE-SW(WS-VES-IX).
               MOVE 0 TO WS-V-LAST-POS(WS-VES-IX).
               MOVE 0 TO WS-V-MAX-DEPTH(WS-VES-IX).
               END-READ.

           0220-STORE-TRAJECTORY.
               ADD 1 TO WS-TRAJ-COUNT.
               MOVE SPACES TO WS-T-VESSEL-X WS-T-LINE-X
                   WS-T-POS-X WS-T-DEPTH-X WS-T-VERB-X.
               UNSTRING TRAJECTORY-RECORD DELIMITED BY ','
                   INTO WS-T-VESSEL-X WS-T-LINE-X
                       WS-T-POS-X WS-T-DEPTH-X WS-T-VERB-X.
               MOVE WS-T-VESSEL-X TO WS-T-HULL.
               COMPUTE WS-T-POS = FUNCTION NUMVAL(WS-T-POS-X).
               COMPUTE WS-T-DEPTH = FUNCTION NUMVAL(WS-T-DEPTH-X).
               PERFORM 0230-FIND-VESSEL.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE 'Y' TO WS-V-ACTIVE-SW(WS-FOUND-IX)
                   MOVE WS-T-POS TO WS-V-LAST-POS(WS-FOUND-IX)
                   IF WS-T-DEPTH IS GREATER THAN
                       WS-V-MAX-DEPTH(WS-FOUND-IX)
                   THEN MOVE WS-T-DEPTH TO
                       WS-V-MAX-DEPTH(WS-FOUND-IX)
                   END-IF
                   IF WS-T-VERB-X IS EQUAL TO 'forward'
                   THEN ADD 1 TO WS-V-FWD(WS-FOUND-IX)
                   ELSE IF WS-T-VERB-X IS EQUAL TO 'up'
                   THEN ADD 1 TO WS-V-UP(WS-FOUND-IX)
                   ELSE IF WS-T-VERB-X IS EQUAL TO 'down'
                   THEN ADD 1 TO WS-V-DOWN(WS-FOUND-IX)
                   ELSE IF WS-T-VERB-X IS EQUAL TO 'hold'
                   THEN ADD 1 TO WS-V-HOLD(WS-FOUND-IX)
                   ELSE IF WS-T-VERB-X IS EQUAL TO 'surface'
                   THEN ADD 1 TO WS-V-SFC(WS-FOUND-IX)
                   ELSE IF WS-T-VERB-X IS EQUAL TO 'setaim'
                   THEN ADD 1 TO WS-V-SETAIM(WS-FOUND-IX)
                   END-IF
               END-IF.

           0230-FIND-VESSEL.
               MOVE 0 TO WS-FOUND-IX.
               IF WS-T-HULL IS EQUAL TO SPACES
                   OR WS-T-HULL(1:3) IS EQUAL TO 'UNK'
               THEN CONTINUE
               ELSE
                   PERFORM 0240-MATCH-VESSEL
                       VARYING WS-VES-IX FROM 1 BY 1
                       UNTIL WS-VES-IX IS GREATER THAN
                           WS-VESSEL-COUNT
                   IF WS-FOUND-IX IS EQUAL TO 0
                       AND WS-VESSEL-COUNT IS LESS THAN WS-VESSEL-MAX
                   THEN
                       ADD 1 TO WS-VESSEL-COUNT
                       MOVE WS-T-HULL TO WS-V-HULL(WS-VESSEL-COUNT)
                       MOVE WS-VESSEL-COUNT TO WS-FOUND-IX
                   END-IF
               END-IF.

           0240-MATCH-VESSEL.
               IF WS-V-HULL(WS-VES-IX) IS EQUAL TO WS-T-HULL
               THEN MOVE WS-VES-IX TO WS-FOUND-IX
               END-IF.

           0300-LOAD-VIOLATIONS.
               OPEN INPUT VIOLATION-FILE.
               IF WS-VIOL-STATUS IS EQUAL TO '00'
               READ VIOLATION-FILE
                   AT END SET END-OF-VIOLATIONS TO TRUE
                   NOT AT END
                       IF VIOLATION-RECORD(9:6) IS EQUAL TO
                           ' HULL '
                       THEN
                           MOVE VIOLATION-RECORD(15:8) TO WS-T-HULL
                           PERFORM 0230-FIND-VESSEL
                           IF WS-FOUND-IX IS GREATER THAN 0
                           THEN ADD 1 TO WS-V-VIOL(WS-FOUND-IX)
                           END-IF
                       END-IF
               END-READ.

           0400-LOAD-INTERVALS.
               OPEN INPUT SERVICE-INTERVAL-FILE.
               IF WS-SVCINTVL-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0410-READ-INTERVAL
                       UNTIL END-OF-SVCINTVL
                   CLOSE SERVICE-INTERVAL-FILE
               END-IF.

           0410-READ-INTERVAL.
               READ SERVICE-INTERVAL-FILE
                   AT END SET END-OF-SVCINTVL TO TRUE
                   NOT AT END
                       IF WS-SVC-COUNT IS LESS THAN WS-SVC-MAX
                       THEN
                           ADD 1 TO WS-SVC-COUNT
                           MOVE SI-CLASS TO WS-S-CLASS(WS-SVC-COUNT)
                           MOVE SI-DEEP-PCT TO
                               WS-S-DEEP-PCT(WS-SVC-COUNT)
                       END-IF
               END-READ.

           0500-OPEN-VESSEL-MASTER.
               MOVE 'N' TO WS-VESSMAST-SW.
               OPEN INPUT VESSEL-MASTER-FILE.
               IF WS-VESSMAST-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-VESSMAST-SW
               END-IF.

           1000-POST-VESSEL.
               IF WS-V-ACTIVE(WS-VES-IX)
               THEN PERFORM 1001-UPDATE-LEDGER
               END-IF.

           1001-UPDATE-LEDGER.
               MOVE WS-V-HULL(WS-VES-IX) TO LG-HULL-NUM.
               READ VESSEL-LEDGER-FILE
                   INVALID KEY PERFORM 1002-INIT-LEDGER
               END-READ.
               ADD WS-V-SFC(WS-VES-IX) TO LG-SFC-COUNT.
               ADD WS-V-SETAIM(WS-VES-IX) TO LG-SETAIM-COUNT.
               ADD WS-V-VIOL(WS-VES-IX) TO LG-VIOL-COUNT.
               PERFORM 1004-CHECK-DEEP-DIVE.
               IF WS-ADD-NEEDED
               THEN
                   WRITE VESSEL-LEDGER-RECORD
               PERFORM 1003-WRITE-LEDGER-LINE.

           1002-INIT-LEDGER.
               MOVE WS-V-HULL(WS-VES-IX) TO LG-HULL-NUM.
               MOVE 0 TO LG-DIVE-COUNT.
               MOVE 0 TO LG-TOTAL-FWD.
               MOVE 0 TO LG-MAX-DEPTH.
               MOVE 0 TO LG-SFC-COUNT.
               MOVE 0 TO LG-SETAIM-COUNT.
               MOVE 0 TO LG-VIOL-COUNT.
               MOVE 0 TO LG-DEEP-DIVES.
               SET WS-ADD-NEEDED TO TRUE.

           1003-WRITE-LEDGER-LINE.
               MOVE LG-DIVE-COUNT TO WS-DISP-COUNT.
               MOVE LG-TOTAL-FWD TO WS-DISP-FWD.
               MOVE LG-MAX-DEPTH TO WS-DISP-DEPTH.
               MOVE LG-DEEP-DIVES TO WS-DISP-DEEP.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' LG-HULL-NUM
                   '  DIVES ' WS-DISP-COUNT
                   '  TOTAL FORWARD ' WS-DISP-FWD
                   '  MAX DEPTH ' WS-DISP-DEPTH
                   ' ON ' LG-MAX-DEPTH-DATE
                   '  DEEP DIVES ' WS-DISP-DEEP
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'N' TO WS-ADD-SW.

           1004-CHECK-DEEP-DIVE.
               MOVE 0 TO WS-SVC-FOUND-IX.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE LG-HULL-NUM TO VM-HULL-NUM
                   READ VESSEL-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM 1005-MATCH-INTERVAL-CLASS
                               VARYING WS-SVC-IX FROM 1 BY 1
                               UNTIL WS-SVC-IX IS GREATER THAN
                                   WS-SVC-COUNT
                   END-READ
               END-IF.
               IF WS-SVC-FOUND-IX IS GREATER THAN 0
               THEN
                   IF WS-S-DEEP-PCT(WS-SVC-FOUND-IX) IS GREATER THAN 0
                       AND VM-MAX-DEPTH IS GREATER THAN 0
                   THEN
                       COMPUTE WS-DEEP-THRESHOLD = VM-MAX-DEPTH *
                           WS-S-DEEP-PCT(WS-SVC-FOUND-IX) / 100
                       IF WS-V-MAX-DEPTH(WS-VES-IX) IS NOT LESS THAN
                           WS-DEEP-THRESHOLD
                       THEN
                           ADD 1 TO LG-DEEP-DIVES
                           ADD 1 TO WS-DEEP-COUNT
                       END-IF
                   END-IF
               END-IF.

           1005-MATCH-INTERVAL-CLASS.
               IF WS-S-CLASS(WS-SVC-IX) IS EQUAL TO VM-CLASS
               THEN MOVE WS-SVC-IX TO WS-SVC-FOUND-IX
               END-IF.
               IF WS-SVC-FOUND-IX IS EQUAL TO 0
                   AND WS-S-CLASS(WS-SVC-IX) IS EQUAL TO 'DEFAULT'
               THEN MOVE WS-SVC-IX TO WS-SVC-FOUND-IX
               END-IF.

           1900-FINALIZE.
               MOVE WS-ADDED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'LEDGER RECORDS UPDATED ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-SKIPPED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'UNRESOLVED HULL LINES  ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-DEEP-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'DEEP DIVES COUNTED     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-SKIPPED-COUNT IS GREATER THAN 0
               THEN MOVE 4 TO RETURN-CODE
               END-IF.
               IF WS-VESSMAST-AVAILABLE
               THEN CLOSE VESSEL-MASTER-FILE
               END-IF.
               CLOSE VESSEL-LEDGER-FILE.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'LEDGUPD' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-TRAJ-COUNT TO CY-INPUT-COUNT.
               ADD WS-ADDED-COUNT WS-UPDATED-COUNT
                   GIVING CY-OUTPUT-COUNT.
               MOVE WS-SKIPPED-COUNT TO CY-ERROR-COUNT.
               IF WS-STEP-OUTCOME IS EQUAL TO SPACES
               THEN
                   IF RETURN-CODE IS EQUAL TO 0
                   THEN MOVE 'COMPLETED NORMALLY' TO WS-STEP-OUTCOME
                   ELSE IF RETURN-CODE IS LESS THAN 8
                   THEN
                       MOVE 'COMPLETED WITH WARNINGS'
                           TO WS-STEP-OUTCOME
                   ELSE MOVE 'FAILED' TO WS-STEP-OUTCOME
                   END-IF
               END-IF.
               MOVE WS-STEP-OUTCOME TO CY-OUTCOME.
               OPEN EXTEND CYCLE-CONTROL-FILE.
               IF WS-CYCLECTL-STATUS IS EQUAL TO '35'
               THEN OPEN OUTPUT CYCLE-CONTROL-FILE
               END-IF.
               IF WS-CYCLECTL-STATUS IS EQUAL TO '00'
               THEN
                   WRITE CYCLE-STEP-RECORD
                   CLOSE CYCLE-CONTROL-FILE
               END-IF.
