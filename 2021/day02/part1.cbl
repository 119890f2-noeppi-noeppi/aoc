                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT ENVELOPE-FILE ASSIGN TO "ENVLIMS"
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT VIOLATION-HISTORY-FILE ASSIGN TO "VIOLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VIOLHIST-STATUS.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 CP-PREV-TIME    PIC 9(14).
               05 CP-TIME-GAPS    PIC 9(5).
               05 CP-VESSEL-ACTIVE PIC X.
               05 CP-CUR-HULL     PIC X(8).
               05 CP-HULL-SW      PIC X.
               05 CP-ZONE-STATE.
                   10 CP-ZONE-ENTRY OCCURS 50 TIMES.
                       15 CP-Z-INSIDE  PIC X.
               05 EL-MAX-AIM      PIC 9(5).

           FD  VIOLATION-FILE.
           01  VIOLATION-RECORD PIC X(180).

           FD  RUN-HISTORY-FILE.
               COPY RUNHREC.
               05 PRM-VALUE       PIC X(9).

           FD  ZONE-DEF-FILE.
               COPY ZONEREC.

           FD  ZONE-INCIDENT-FILE.
           01  ZONE-INCIDENT-RECORD PIC X(132).
           FD  VIOLATION-HISTORY-FILE.
               COPY VIOLHREC.

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               COPY NAVFLDS.
               01 WS-EOF-SW PIC X VALUE 'N'.
               01 WS-REG-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-DISP-REG PIC ZZZZ9.
               01 WS-CUR-VESSEL PIC 9(5) VALUE 0.
               01 WS-BATCH-SEQ-SW PIC X VALUE 'N'.
                   88 WS-BATCH-SEQ-DONE VALUE 'Y'.
               01 WS-ENVLIMS-STATUS PIC X(02) VALUE '00'.
               01 WS-ENVLIMS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ENVLIMS VALUE 'Y'.
                   88 WS-LEGACY-FORMAT VALUE 'L'.
                   88 WS-FIXED-FORMAT VALUE 'F'.
               01 WS-PREV-HULL PIC 9(5) VALUE 0.
               01 WS-CUR-HULL PIC X(8) VALUE SPACES.
               01 WS-HULL-SW PIC X VALUE 'N'.
                   88 WS-HULL-RESOLVED VALUE 'Y'.
               01 WS-CMD-TIME PIC 9(14) VALUE 0.
               01 WS-FIRST-TIME PIC 9(14) VALUE 0.
               01 WS-PREV-TIME PIC 9(14) VALUE 0.
                   88 END-OF-ZONEDEFS VALUE 'Y'.
               01 WS-ZONE-MAX PIC 9(3) VALUE 50.
               01 WS-ZONE-COUNT PIC 9(3) VALUE 0.
               01 WS-ZONE-DROPPED PIC 9(5) VALUE 0.
               01 WS-DISP-ZONE-DROPPED PIC ZZZZ9.
               01 WS-ZONE-TABLE.
                   05 WS-ZONE-ENTRY OCCURS 50 TIMES.
                       10 WS-Z-ZONE-ID PIC X(8).
               01 WS-VIOLHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-VIOLHIST-SW PIC X VALUE 'N'.
                   88 WS-VIOLHIST-AVAILABLE VALUE 'Y'.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.


       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 0600-LOAD-PARAMETERS.
               PERFORM 0200-CHECK-RESTART.
                           MOVE CP-PREV-TIME TO WS-PREV-TIME
                           MOVE CP-TIME-GAPS TO WS-TIME-GAP-COUNT
                           MOVE CP-VESSEL-ACTIVE TO WS-VESSEL-SW
                           MOVE CP-CUR-HULL TO WS-CUR-HULL
                           MOVE CP-HULL-SW TO WS-HULL-SW
                           MOVE CP-ZONE-STATE TO WS-ZONE-SAVE
                   END-READ
                   CLOSE CHECKPOINT-FILE
                       UNTIL END-OF-ZONEDEFS
                   CLOSE ZONE-DEF-FILE
               END-IF.
               IF WS-ZONE-DROPPED IS GREATER THAN 0
               THEN PERFORM 0565-WARN-ZONES-DROPPED
               END-IF.

           0560-READ-ZONE.
               READ ZONE-DEF-FILE
                               WS-Z-INSIDE-SW(WS-ZONE-COUNT)
                           MOVE 0 TO
                               WS-Z-ENTRY-COUNT(WS-ZONE-COUNT)
                       ELSE IF WS-RUN-DATE IS NOT LESS THAN
                               ZD-EFF-FROM
                           AND WS-RUN-DATE IS NOT GREATER THAN
                               ZD-EFF-TO
                       THEN ADD 1 TO WS-ZONE-DROPPED
                       END-IF
               END-READ.

           0565-WARN-ZONES-DROPPED.
               MOVE WS-ZONE-DROPPED TO WS-DISP-ZONE-DROPPED.
               MOVE SPACES TO ZONE-INCIDENT-RECORD.
               STRING 'ZONE TABLE FULL - ' WS-DISP-ZONE-DROPPED
                   ' EFFECTIVE ZONES BEYOND ' WS-ZONE-MAX
                   ' NOT CHECKED'
                   DELIMITED BY SIZE INTO ZONE-INCIDENT-RECORD.
               WRITE ZONE-INCIDENT-RECORD.
               MOVE ZONE-INCIDENT-RECORD TO EXCEPTION-RECORD.
               WRITE EXCEPTION-RECORD.
               IF RETURN-CODE IS LESS THAN 4
               THEN MOVE 4 TO RETURN-CODE
               END-IF.

           0590-RESTORE-ZONE-STATE.
               PERFORM 0591-RESTORE-ZONE-ENTRY
                   VARYING WS-ZONE-IX FROM 1 BY 1
               WRITE RESULT-RECORD.
               CLOSE RESULT-FILE.
               MOVE 16 TO RETURN-CODE.
               MOVE 'RESTART NOT PERMITTED' TO WS-STEP-OUTCOME.
               PERFORM 1044-WRITE-CYCLE-STEP.
               STOP RUN.

           1000-READ-LINE.
               END-IF.

           1001-PROCESS-INPUT.
               IF NOT WS-HULL-RESOLVED
               THEN PERFORM 1043-RESOLVE-HULL
               END-IF.
               IF DATA-LINE(1:7) IS EQUAL TO 'forward'
               THEN GO TO 1002-FORWARD
               ELSE IF DATA-LINE(1:2) IS EQUAL TO 'up'
               IF WS-VIOLHIST-AVAILABLE
               THEN CLOSE VIOLATION-HISTORY-FILE
               END-IF.
               PERFORM 1044-WRITE-CYCLE-STEP.
               STOP RUN.

           1009-FINALIZE-VESSEL.
               MOVE 0 TO WS-PREV-TIME.
               MOVE 0 TO WS-TIME-GAP-COUNT.
               MOVE 'N' TO WS-VESSEL-SW.
               MOVE 'N' TO WS-HULL-SW.

           1010-WRITE-AUDIT-RECORD.
               MOVE WS-CUR-HULL TO AU-HULL-NUM.
               MOVE WS-LINE-COUNT TO AU-LINE-NUM.
               MOVE WS-CMD-TIME TO AU-CMD-TIME.
               MOVE DATA-LINE TO AU-DATA-LINE.
               WRITE AUDIT-RECORD.

           1011-WRITE-TRAJECTORY-RECORD.
               MOVE WS-LINE-COUNT TO WS-DISP-LINE-COUNT.
               MOVE POS TO WS-DISP-POS.
               MOVE DEPTH TO WS-DISP-DEPTH.
                       INTO WS-CMD-VERB
               END-IF.
               MOVE SPACES TO TRAJECTORY-RECORD.
               STRING FUNCTION TRIM(WS-CUR-HULL) ','
                   FUNCTION TRIM(WS-DISP-LINE-COUNT) ','
                   FUNCTION TRIM(WS-DISP-POS) ','
                   FUNCTION TRIM(WS-DISP-DEPTH) ','
               MOVE WS-PREV-TIME TO CP-PREV-TIME.
               MOVE WS-TIME-GAP-COUNT TO CP-TIME-GAPS.
               MOVE WS-VESSEL-SW TO CP-VESSEL-ACTIVE.
               MOVE WS-CUR-HULL TO CP-CUR-HULL.
               MOVE WS-HULL-SW TO CP-HULL-SW.
               PERFORM 1042-SAVE-ZONE-STATE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-ZONE-MAX.
               MOVE 'N' TO WS-MASTER-FOUND-SW.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE WS-CUR-HULL TO VM-HULL-NUM
                   READ VESSEL-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
               MOVE WS-VESSEL-NUM TO WS-DISP-VESSEL.
               MOVE SPACES TO EXCEPTION-RECORD.
               STRING 'VESSEL ' WS-DISP-VESSEL
                   ' HULL ' WS-CUR-HULL
                   ' - UNREGISTERED, NO ACTIVE MASTER RECORD,'
                   ' EXCLUDED FROM FLEET TOTAL'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD.
               MOVE DEPTH TO WS-DISP-DEPTH.
               MOVE SPACES TO VIOLATION-RECORD.
               STRING WS-VIOL-SEVERITY
                   ' HULL ' WS-CUR-HULL
                   ' VESSEL ' WS-DISP-VESSEL
                   ' LINE ' WS-LINE-COUNT
                   ': "' DATA-LINE
               WRITE VIOLATION-RECORD.
               IF WS-VIOLHIST-AVAILABLE
               THEN
                   MOVE WS-CUR-HULL TO VH-HULL-NUM
                   MOVE WS-RUN-DATE TO VH-RUN-DATE
                   MOVE WS-LINE-COUNT TO VH-LINE-NUM
                   MOVE WS-VIOL-SEVERITY TO VH-SEVERITY
               GO TO 1000-READ-LINE.

           1026-WRITE-SUSPENSE.
               MOVE WS-LINE-COUNT TO SU-LINE-NUM.
               MOVE WS-CUR-HULL TO SU-HULL-NUM.
               MOVE DATA-LINE TO SU-DATA-LINE.
               MOVE 'UNRECOGNIZED COMMAND' TO SU-REASON.
               SET SU-OPEN TO TRUE.
               THEN CLOSE VIOLATION-HISTORY-FILE
               END-IF.
               MOVE 16 TO RETURN-CODE.
               MOVE 'ABORTED - EXCEPTION LIMIT' TO WS-STEP-OUTCOME.
               PERFORM 1044-WRITE-CYCLE-STEP.
               STOP RUN.

           1028-WRITE-VESSEL-DETAIL.
               MOVE WS-VESSEL-RESULT TO WS-DISP-RESULT.
               MOVE SPACES TO RESULT-RECORD.
               STRING 'VESSEL ' WS-DISP-VESSEL
                   '  HULL ' WS-CUR-HULL
                   '  POS ' WS-DISP-POS
                   '  DEPTH ' WS-DISP-DEPTH
                   '  RESULT ' WS-DISP-RESULT
               THEN PERFORM 1009-FINALIZE-VESSEL
               END-IF.
               MOVE DLF-HULL-NUM TO WS-PREV-HULL.
               MOVE DLF-HULL-NUM TO WS-CUR-HULL.
               MOVE 'Y' TO WS-HULL-SW.
               MOVE DLF-CMD-TIME TO WS-CMD-TIME.
               PERFORM 1030-TRACK-TIME.
               MOVE DLF-MAGNITUDE TO DATA-NUM.
               STRING WS-ZONE-EVENT
                   ' ZONE ' WS-Z-ZONE-ID(WS-ZONE-IX)
                   ' ' WS-Z-SEVERITY(WS-ZONE-IX)
                   ' HULL ' WS-CUR-HULL
                   ' VESSEL ' WS-DISP-VESSEL
                   ' LINE ' WS-LINE-COUNT
                   ' POS ' WS-DISP-POS
                   MOVE 'N' TO CP-Z-INSIDE(WS-ZONE-IX)
                   MOVE 0 TO CP-Z-ENTRIES(WS-ZONE-IX)
               END-IF.

           1043-RESOLVE-HULL.
               MOVE 'Y' TO WS-HULL-SW.
               MOVE SPACES TO WS-CUR-HULL.
               ADD 1 WS-VESSEL-NUM GIVING WS-CUR-VESSEL.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE 'N' TO WS-BATCH-SEQ-SW
                   MOVE WS-CUR-VESSEL TO VM-BATCH-SEQ
                   READ VESSEL-MASTER-FILE KEY IS VM-BATCH-SEQ
                       INVALID KEY MOVE 'Y' TO WS-BATCH-SEQ-SW
                   END-READ
                   PERFORM 1045-SCAN-BATCH-SEQ
                       UNTIL WS-BATCH-SEQ-DONE
               END-IF.
               IF WS-CUR-HULL IS EQUAL TO SPACES
               THEN
                   STRING 'UNK' WS-CUR-VESSEL
                       DELIMITED BY SIZE INTO WS-CUR-HULL
               END-IF.

           1045-SCAN-BATCH-SEQ.
               IF VM-BATCH-SEQ IS NOT EQUAL TO WS-CUR-VESSEL
               THEN MOVE 'Y' TO WS-BATCH-SEQ-SW
               ELSE IF VM-IN-SERVICE
               THEN
                   MOVE VM-HULL-NUM TO WS-CUR-HULL
                   MOVE 'Y' TO WS-BATCH-SEQ-SW
               ELSE
                   READ VESSEL-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BATCH-SEQ-SW
                   END-READ
               END-IF.

           1044-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'PART1' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-LINE-COUNT TO CY-INPUT-COUNT.
               MOVE WS-VESSEL-NUM TO CY-OUTPUT-COUNT.
               MOVE WS-EXCP-COUNT TO CY-ERROR-COUNT.
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
