       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTCONS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPLITCTL-STATUS.
               SELECT PARTITION-TOTAL-FILE ASSIGN TO "PARTTOT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTTOT-STATUS.
               SELECT PARTITION-RESULT-FILE ASSIGN TO "PARTRES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTRES-STATUS.
               SELECT PARTITION-ZONE-FILE ASSIGN TO "PARTZINC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTZINC-STATUS.
               SELECT PARTITION-VIOL-FILE ASSIGN TO "PARTVHST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTVHST-STATUS.
               SELECT PARTITION-LOG-FILE ASSIGN TO "PARTLOGB"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTLOGB-STATUS.
               SELECT RESULT-FILE ASSIGN TO "RESULTS"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ZONE-INCIDENT-FILE ASSIGN TO "ZONEINCD"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.
               SELECT VIOLATION-HISTORY-FILE ASSIGN TO "VIOLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VIOLHIST-STATUS.
               SELECT LOGBOOK-FILE ASSIGN TO "LOGBOOK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOGBOOK-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CONSRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  SPLIT-CONTROL-FILE.
               COPY SPLTREC.

           FD  PARTITION-TOTAL-FILE.
               COPY PARTREC.

           FD  PARTITION-RESULT-FILE.
           01  PARTITION-RESULT-RECORD PIC X(120).

           FD  PARTITION-ZONE-FILE.
           01  PARTITION-ZONE-RECORD PIC X(132).

           FD  PARTITION-VIOL-FILE.
           01  PARTITION-VIOL-RECORD PIC X(86).

           FD  PARTITION-LOG-FILE.
           01  PARTITION-LOG-RECORD PIC X(182).

           FD  RESULT-FILE.
           01  RESULT-RECORD PIC X(120).

           FD  ZONE-INCIDENT-FILE.
           01  ZONE-INCIDENT-RECORD PIC X(132).

           FD  RUN-HISTORY-FILE.
               COPY RUNHREC.

           FD  VIOLATION-HISTORY-FILE.
               COPY VIOLHREC.

           FD  LOGBOOK-FILE.
               COPY LOGBREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               01 WS-SPLITCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-PARTTOT-STATUS PIC X(02) VALUE '00'.
               01 WS-PARTRES-STATUS PIC X(02) VALUE '00'.
               01 WS-PARTZINC-STATUS PIC X(02) VALUE '00'.
               01 WS-PARTVHST-STATUS PIC X(02) VALUE '00'.
               01 WS-PARTLOGB-STATUS PIC X(02) VALUE '00'.
               01 WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-VIOLHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-LOGBOOK-STATUS PIC X(02) VALUE '00'.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-SPLITCTL-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-SPLITCTL VALUE 'Y'.
               01 WS-PARTTOT-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARTTOT VALUE 'Y'.
               01 WS-PARTRES-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARTRES VALUE 'Y'.
               01 WS-PARTZINC-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARTZINC VALUE 'Y'.
               01 WS-PARTVHST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARTVHST VALUE 'Y'.
               01 WS-PARTLOGB-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARTLOGB VALUE 'Y'.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-PART-MAX PIC 9(2) VALUE 8.
               01 WS-PART-COUNT PIC 9(2) VALUE 0.
               01 WS-SPLIT-READ PIC 9(2) VALUE 0.
               01 WS-PART-IX PIC 9(2) VALUE 0.
               01 WS-PRIOR-IX PIC 9(2) VALUE 0.
               01 WS-PART-TABLE.
                   05 WS-PART-ENTRY OCCURS 8 TIMES.
                       10 WS-S-LOADED-SW PIC X.
                           88 WS-S-LOADED VALUE 'Y'.
                       10 WS-S-TOTAL-SW PIC X.
                           88 WS-S-HAS-TOTAL VALUE 'Y'.
                       10 WS-S-FIRST-VESSEL PIC 9(5).
                       10 WS-S-VESSEL-COUNT PIC 9(5).
                       10 WS-S-LINE-BASE PIC 9(9).
                       10 WS-S-LINE-COUNT PIC 9(9).
               01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
               01 WS-TOTALS-ACCEPTED PIC 9(2) VALUE 0.
               01 WS-ECHO-KEEP PIC 9(2) VALUE 0.
               01 WS-RES-LINE PIC 9(9) VALUE 0.
               01 WS-RES-WRITTEN PIC 9(9) VALUE 0.
               01 WS-ECHO-DROPPED PIC 9(9) VALUE 0.
               01 WS-ZINC-COPIED PIC 9(9) VALUE 0.
               01 WS-VHST-COPIED PIC 9(9) VALUE 0.
               01 WS-LOGB-COPIED PIC 9(9) VALUE 0.
               01 WS-ECHO-SW PIC X VALUE 'N'.
                   88 WS-ECHO-LINE VALUE 'Y'.
               01 WS-VESSEL-TEXT PIC X(5).
               01 WS-VESSEL-SEEN PIC 9(5) VALUE 0.
               01 WS-VESSEL-PREV PIC 9(5) VALUE 0.
               01 WS-VESSEL-BREAK PIC 9(5) VALUE 0.
               01 WS-ORDER-SW PIC X VALUE 'N'.
                   88 WS-OUT-OF-ORDER VALUE 'Y'.
               01 WS-VESSEL-TOTAL PIC 9(5) VALUE 0.
               01 WS-REG-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-FLEET-TOTAL PIC S9(18) VALUE 0.
               01 WS-FLEET-FWD-COUNT PIC 9(9) VALUE 0.
               01 WS-FLEET-UP-COUNT PIC 9(9) VALUE 0.
               01 WS-FLEET-DOWN-COUNT PIC 9(9) VALUE 0.
               01 WS-FLEET-HOLD-COUNT PIC 9(9) VALUE 0.
               01 WS-FLEET-SFC-COUNT PIC 9(9) VALUE 0.
               01 WS-FLEET-SETAIM-COUNT PIC 9(9) VALUE 0.
               01 WS-EXCP-COUNT PIC 9(9) VALUE 0.
               01 WS-ABORT-LIMIT PIC 9(9) VALUE 0.
               01 WS-VIOL-COUNT PIC 9(9) VALUE 0.
               01 WS-ZONE-INCD-COUNT PIC 9(9) VALUE 0.
               01 WS-LINE-TOTAL PIC 9(9) VALUE 0.
               01 WS-PART-RC PIC 9(4) VALUE 0.
               01 WS-ZONE-MAX PIC 9(3) VALUE 50.
               01 WS-ZONE-COUNT PIC 9(3) VALUE 0.
               01 WS-ZONE-IX PIC 9(3) VALUE 0.
               01 WS-ZONE-SW PIC X VALUE 'N'.
                   88 WS-ZONE-MISMATCH VALUE 'Y'.
               01 WS-ZONE-TABLE.
                   05 WS-ZONE-ENTRY OCCURS 50 TIMES.
                       10 WS-Z-ZONE-ID PIC X(8).
                       10 WS-Z-SEVERITY PIC X(8).
                       10 WS-Z-ENTRY-COUNT PIC 9(9).
               01 WS-DISP-PART PIC Z9.
               01 WS-DISP-VESSEL PIC ZZZZ9.
               01 WS-DISP-VESSEL2 PIC ZZZZ9.
               01 WS-DISP-REG PIC ZZZZ9.
               01 WS-DISP-RESULT PIC -(18)9.
               01 WS-DISP-FWD PIC Z(8)9.
               01 WS-DISP-UP PIC Z(8)9.
               01 WS-DISP-DOWN PIC Z(8)9.
               01 WS-DISP-HOLD PIC Z(8)9.
               01 WS-DISP-SFC PIC Z(8)9.
               01 WS-DISP-SETAIM PIC Z(8)9.
               01 WS-DISP-LINE-COUNT PIC Z(8)9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-COUNT2 PIC Z(8)9.
               01 WS-DISP-RC PIC ZZZ9.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               PERFORM 0110-CLEAR-PART-ENTRY
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-MAX.
               OPEN OUTPUT REPORT-FILE.
               MOVE 'PARTITION CONSOLIDATION REPORT' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0200-LOAD-SPLIT-CONTROL.
               IF WS-SPLIT-READ IS EQUAL TO 0
               THEN
                   MOVE 'SPLIT CONTROL FILE NOT AVAILABLE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'SPLIT CONTROL NOT AVAILABLE'
                       TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE WS-PART-COUNT TO WS-DISP-PART.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'SPLIT OF ' WS-RUN-DATE
                   '  PARTITIONS ' WS-DISP-PART
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0300-CHECK-SPLIT-ENTRY
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-COUNT.
               MOVE 'PARTITION TOTALS' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               OPEN INPUT PARTITION-TOTAL-FILE.
               IF WS-PARTTOT-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0400-READ-TOTAL
                       UNTIL END-OF-PARTTOT
                   CLOSE PARTITION-TOTAL-FILE
               END-IF.
               PERFORM 0500-CHECK-COMPLETE
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-COUNT.
               IF WS-ERROR-COUNT IS GREATER THAN 0
               THEN
                   MOVE 'CONSOLIDATION NOT PERFORMED - RERUN OR'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE '    RESTART THE PARTITIONS LISTED, THEN RERUN'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE '    THIS STEP' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'PARTITIONS INCOMPLETE' TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               IF WS-ABORT-LIMIT IS GREATER THAN 0
                   AND WS-EXCP-COUNT IS GREATER THAN WS-ABORT-LIMIT
               THEN
                   MOVE WS-EXCP-COUNT TO WS-DISP-COUNT
                   MOVE WS-ABORT-LIMIT TO WS-DISP-COUNT2
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'EXCEPTIONS ' WS-DISP-COUNT
                       ' EXCEED ABORTLIMIT ' WS-DISP-COUNT2
                       ' - RUN ABORTED, FEED SUSPECT'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'CONSOLIDATION NOT PERFORMED - NOTHING POSTED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   MOVE 'ABORTED - EXCEPTION LIMIT' TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT PARTITION-RESULT-FILE.
               IF WS-PARTRES-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'PARTITION RESULTS NOT AVAILABLE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'PARTITION RESULTS MISSING'
                       TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               GO TO 1000-COPY-RESULTS.

           0110-CLEAR-PART-ENTRY.
               MOVE 'N' TO WS-S-LOADED-SW(WS-PART-IX).
               MOVE 'N' TO WS-S-TOTAL-SW(WS-PART-IX).
               MOVE 0 TO WS-S-FIRST-VESSEL(WS-PART-IX).
               MOVE 0 TO WS-S-VESSEL-COUNT(WS-PART-IX).
               MOVE 0 TO WS-S-LINE-BASE(WS-PART-IX).
               MOVE 0 TO WS-S-LINE-COUNT(WS-PART-IX).

           0200-LOAD-SPLIT-CONTROL.
               OPEN INPUT SPLIT-CONTROL-FILE.
               IF WS-SPLITCTL-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0210-READ-SPLIT-CONTROL
                       UNTIL END-OF-SPLITCTL
                   CLOSE SPLIT-CONTROL-FILE
               END-IF.

           0210-READ-SPLIT-CONTROL.
               READ SPLIT-CONTROL-FILE
                   AT END SET END-OF-SPLITCTL TO TRUE
                   NOT AT END
                       IF SC-PARTITION IS GREATER THAN 0
                           AND SC-PARTITION IS NOT GREATER THAN
                               WS-PART-MAX
                       THEN
                           ADD 1 TO WS-SPLIT-READ
                           MOVE SC-RUN-DATE TO WS-RUN-DATE
                           MOVE SC-PART-COUNT TO WS-PART-COUNT
                           MOVE 'Y' TO WS-S-LOADED-SW(SC-PARTITION)
                           MOVE SC-FIRST-VESSEL TO
                               WS-S-FIRST-VESSEL(SC-PARTITION)
                           MOVE SC-VESSEL-COUNT TO
                               WS-S-VESSEL-COUNT(SC-PARTITION)
                           MOVE SC-LINE-BASE TO
                               WS-S-LINE-BASE(SC-PARTITION)
                           MOVE SC-LINE-COUNT TO
                               WS-S-LINE-COUNT(SC-PARTITION)
                       END-IF
               END-READ.

           0300-CHECK-SPLIT-ENTRY.
               MOVE WS-PART-IX TO WS-DISP-PART.
               MOVE SPACES TO REPORT-RECORD.
               IF NOT WS-S-LOADED(WS-PART-IX)
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - NOT IN SPLIT CONTROL FILE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE IF WS-PART-IX IS GREATER THAN 1
               THEN
                   SUBTRACT 1 FROM WS-PART-IX GIVING WS-PRIOR-IX
                   IF WS-S-FIRST-VESSEL(WS-PART-IX) IS NOT EQUAL TO
                       WS-S-FIRST-VESSEL(WS-PRIOR-IX)
                       + WS-S-VESSEL-COUNT(WS-PRIOR-IX)
                       OR WS-S-LINE-BASE(WS-PART-IX) IS NOT EQUAL TO
                       WS-S-LINE-BASE(WS-PRIOR-IX)
                       + WS-S-LINE-COUNT(WS-PRIOR-IX)
                   THEN
                       ADD 1 TO WS-ERROR-COUNT
                       STRING '    PARTITION ' WS-DISP-PART
                           ' - DOES NOT FOLLOW ON FROM THE PARTITION'
                           ' BEFORE IT, SPLIT CONTROL FILE DAMAGED'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF.

           0400-READ-TOTAL.
               READ PARTITION-TOTAL-FILE
                   AT END SET END-OF-PARTTOT TO TRUE
                   NOT AT END PERFORM 0410-CHECK-TOTAL
               END-READ.

           0410-CHECK-TOTAL.
               MOVE PT-PARTITION TO WS-DISP-PART.
               MOVE SPACES TO REPORT-RECORD.
               IF PT-PARTITION IS EQUAL TO 0
                   OR PT-PARTITION IS GREATER THAN WS-PART-COUNT
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - TOTALS SUPPLIED BUT NOT PART OF THIS SPLIT'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE IF WS-S-HAS-TOTAL(PT-PARTITION)
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - TOTALS SUPPLIED MORE THAN ONCE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE IF PT-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
                   OR PT-FIRST-VESSEL IS NOT EQUAL TO
                       WS-S-FIRST-VESSEL(PT-PARTITION)
                   OR PT-LINE-BASE IS NOT EQUAL TO
                       WS-S-LINE-BASE(PT-PARTITION)
                   OR PT-LINE-COUNT IS NOT EQUAL TO
                       WS-S-LINE-COUNT(PT-PARTITION)
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - TOTALS DO NOT MATCH THIS SPLIT,'
                       ' STALE OR INCOMPLETE RUN'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE IF PT-VESSEL-COUNT IS NOT EQUAL TO
                   WS-S-VESSEL-COUNT(PT-PARTITION)
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE PT-VESSEL-COUNT TO WS-DISP-VESSEL
                   MOVE WS-S-VESSEL-COUNT(PT-PARTITION)
                       TO WS-DISP-VESSEL2
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - PROCESSED ' WS-DISP-VESSEL
                       ' VESSELS, SPLIT ASSIGNED ' WS-DISP-VESSEL2
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE IF PT-RETURN-CODE IS NOT LESS THAN 8
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE PT-RETURN-CODE TO WS-DISP-RC
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - ENDED RC ' WS-DISP-RC
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE PERFORM 0420-ACCEPT-TOTAL
               END-IF.

           0420-ACCEPT-TOTAL.
               MOVE 'Y' TO WS-S-TOTAL-SW(PT-PARTITION).
               ADD 1 TO WS-TOTALS-ACCEPTED.
               IF PT-PARTITION IS EQUAL TO 1
               THEN MOVE PT-ECHO-COUNT TO WS-ECHO-KEEP
               END-IF.
               ADD PT-VESSEL-COUNT TO WS-VESSEL-TOTAL.
               ADD PT-REG-COUNT TO WS-REG-VESSEL-COUNT.
               ADD PT-FLEET-TOTAL TO WS-FLEET-TOTAL.
               ADD PT-FWD-COUNT TO WS-FLEET-FWD-COUNT.
               ADD PT-UP-COUNT TO WS-FLEET-UP-COUNT.
               ADD PT-DOWN-COUNT TO WS-FLEET-DOWN-COUNT.
               ADD PT-HOLD-COUNT TO WS-FLEET-HOLD-COUNT.
               ADD PT-SFC-COUNT TO WS-FLEET-SFC-COUNT.
               ADD PT-SETAIM-COUNT TO WS-FLEET-SETAIM-COUNT.
               ADD PT-EXCP-COUNT TO WS-EXCP-COUNT.
               ADD PT-VIOL-COUNT TO WS-VIOL-COUNT.
               ADD PT-ZONE-INCD-COUNT TO WS-ZONE-INCD-COUNT.
               ADD PT-LINE-COUNT TO WS-LINE-TOTAL.
               IF PT-RETURN-CODE IS GREATER THAN WS-PART-RC
               THEN MOVE PT-RETURN-CODE TO WS-PART-RC
               END-IF.
               IF WS-TOTALS-ACCEPTED IS EQUAL TO 1
               THEN MOVE PT-ABORT-LIMIT TO WS-ABORT-LIMIT
               ELSE IF PT-ABORT-LIMIT IS NOT EQUAL TO WS-ABORT-LIMIT
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - ABORTLIMIT DIFFERS FROM PARTITION'
                       ' RUN BEFORE IT'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-TOTALS-ACCEPTED IS EQUAL TO 1
               THEN
                   MOVE PT-ZONE-COUNT TO WS-ZONE-COUNT
                   PERFORM 0430-LOAD-ZONE
                       VARYING WS-ZONE-IX FROM 1 BY 1
                       UNTIL WS-ZONE-IX IS GREATER THAN WS-ZONE-MAX
               ELSE
                   MOVE 'N' TO WS-ZONE-SW
                   IF PT-ZONE-COUNT IS NOT EQUAL TO WS-ZONE-COUNT
                   THEN MOVE 'Y' TO WS-ZONE-SW
                   ELSE
                       PERFORM 0440-ADD-ZONE
                           VARYING WS-ZONE-IX FROM 1 BY 1
                           UNTIL WS-ZONE-IX IS GREATER THAN
                               WS-ZONE-COUNT
                   END-IF
                   IF WS-ZONE-MISMATCH
                   THEN
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING '    PARTITION ' WS-DISP-PART
                           ' - ZONE TABLE DIFFERS FROM PARTITION'
                           ' RUN BEFORE IT'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF.
               MOVE PT-VESSEL-COUNT TO WS-DISP-VESSEL.
               MOVE PT-LINE-COUNT TO WS-DISP-COUNT.
               MOVE PT-EXCP-COUNT TO WS-DISP-COUNT2.
               MOVE PT-RETURN-CODE TO WS-DISP-RC.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    PARTITION ' WS-DISP-PART
                   '  VESSELS ' WS-DISP-VESSEL
                   '  LINES ' WS-DISP-COUNT
                   '  EXCEPTIONS ' WS-DISP-COUNT2
                   '  RC ' WS-DISP-RC
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           0430-LOAD-ZONE.
               MOVE PT-Z-ZONE-ID(WS-ZONE-IX) TO
                   WS-Z-ZONE-ID(WS-ZONE-IX).
               MOVE PT-Z-SEVERITY(WS-ZONE-IX) TO
                   WS-Z-SEVERITY(WS-ZONE-IX).
               MOVE PT-Z-ENTRIES(WS-ZONE-IX) TO
                   WS-Z-ENTRY-COUNT(WS-ZONE-IX).

           0440-ADD-ZONE.
               IF PT-Z-ZONE-ID(WS-ZONE-IX) IS NOT EQUAL TO
                   WS-Z-ZONE-ID(WS-ZONE-IX)
               THEN MOVE 'Y' TO WS-ZONE-SW
               ELSE
                   ADD PT-Z-ENTRIES(WS-ZONE-IX) TO
                       WS-Z-ENTRY-COUNT(WS-ZONE-IX)
               END-IF.

           0500-CHECK-COMPLETE.
               IF WS-S-LOADED(WS-PART-IX)
                   AND NOT WS-S-HAS-TOTAL(WS-PART-IX)
               THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE WS-PART-IX TO WS-DISP-PART
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    PARTITION ' WS-DISP-PART
                       ' - NOT COMPLETED, RUN OR RESTART IT'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1000-COPY-RESULTS.
               PERFORM 1005-SCAN-RESULT-LINE
                   UNTIL END-OF-PARTRES.
               CLOSE PARTITION-RESULT-FILE.
               IF WS-OUT-OF-ORDER
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   MOVE WS-VESSEL-BREAK TO WS-DISP-VESSEL
                   STRING 'PARTITION RESULTS OUT OF SEQUENCE AT VESSEL '
                       WS-DISP-VESSEL
                       ' - CHECK PARTITION ORDER, NOTHING POSTED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'PARTITION RESULTS OUT OF ORDER'
                       TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'N' TO WS-PARTRES-EOF-SW.
               OPEN INPUT PARTITION-RESULT-FILE.
               OPEN OUTPUT RESULT-FILE.
               PERFORM 1010-COPY-RESULT-LINE
                   UNTIL END-OF-PARTRES.
               CLOSE PARTITION-RESULT-FILE.
               PERFORM 1100-WRITE-FLEET-TOTAL.
               CLOSE RESULT-FILE.
               PERFORM 1200-COPY-ZONE-INCIDENTS.
               PERFORM 1300-WRITE-RUN-HISTORY.
               PERFORM 1400-POST-VIOL-HISTORY.
               PERFORM 1500-POST-LOGBOOK.
               GO TO 1900-FINALIZE.

           1005-SCAN-RESULT-LINE.
               READ PARTITION-RESULT-FILE
                   AT END SET END-OF-PARTRES TO TRUE
                   NOT AT END
                       IF PARTITION-RESULT-RECORD(1:7) IS EQUAL TO
                           'VESSEL '
                       THEN PERFORM 1040-CHECK-VESSEL-ORDER
                       END-IF
               END-READ.

           1010-COPY-RESULT-LINE.
               READ PARTITION-RESULT-FILE
                   AT END SET END-OF-PARTRES TO TRUE
                   NOT AT END PERFORM 1020-CLASSIFY-RESULT-LINE
               END-READ.

           1020-CLASSIFY-RESULT-LINE.
               ADD 1 TO WS-RES-LINE.
               MOVE 'N' TO WS-ECHO-SW.
               IF PARTITION-RESULT-RECORD(1:10) IS EQUAL TO
                   'PARAMETER '
                   OR PARTITION-RESULT-RECORD(1:12) IS EQUAL TO
                       'IN EFFECT - '
                   OR PARTITION-RESULT-RECORD(1:21) IS EQUAL TO
                       'RUNPARMS NOT PRESENT '
               THEN MOVE 'Y' TO WS-ECHO-SW
               END-IF.
               IF WS-ECHO-LINE
               THEN
                   IF WS-RES-LINE IS NOT GREATER THAN WS-ECHO-KEEP
                       AND PARTITION-RESULT-RECORD(1:20) IS NOT EQUAL
                           TO 'PARAMETER PARTITION '
                   THEN PERFORM 1030-WRITE-RESULT-LINE
                   ELSE ADD 1 TO WS-ECHO-DROPPED
                   END-IF
               ELSE PERFORM 1030-WRITE-RESULT-LINE
               END-IF.

           1030-WRITE-RESULT-LINE.
               MOVE PARTITION-RESULT-RECORD TO RESULT-RECORD.
               WRITE RESULT-RECORD.
               ADD 1 TO WS-RES-WRITTEN.

           1040-CHECK-VESSEL-ORDER.
               MOVE PARTITION-RESULT-RECORD(8:5) TO WS-VESSEL-TEXT.
               INSPECT WS-VESSEL-TEXT REPLACING LEADING SPACE BY ZERO.
               IF WS-VESSEL-TEXT IS NUMERIC
               THEN
                   MOVE WS-VESSEL-TEXT TO WS-VESSEL-SEEN
                   IF WS-VESSEL-SEEN IS NOT GREATER THAN WS-VESSEL-PREV
                       AND NOT WS-OUT-OF-ORDER
                   THEN
                       MOVE 'Y' TO WS-ORDER-SW
                       MOVE WS-VESSEL-SEEN TO WS-VESSEL-BREAK
                   END-IF
                   MOVE WS-VESSEL-SEEN TO WS-VESSEL-PREV
               END-IF.

           1100-WRITE-FLEET-TOTAL.
               MOVE WS-VESSEL-TOTAL TO WS-DISP-VESSEL.
               MOVE WS-REG-VESSEL-COUNT TO WS-DISP-REG.
               MOVE WS-FLEET-TOTAL TO WS-DISP-RESULT.
               MOVE SPACES TO RESULT-RECORD.
               STRING 'FLEET TOTAL  VESSELS ' WS-DISP-VESSEL
                   '  REGISTERED ' WS-DISP-REG
                   '  RESULT ' WS-DISP-RESULT
                   DELIMITED BY SIZE INTO RESULT-RECORD.
               WRITE RESULT-RECORD.
               MOVE WS-FLEET-FWD-COUNT TO WS-DISP-FWD.
               MOVE WS-FLEET-UP-COUNT TO WS-DISP-UP.
               MOVE WS-FLEET-DOWN-COUNT TO WS-DISP-DOWN.
               MOVE WS-FLEET-HOLD-COUNT TO WS-DISP-HOLD.
               MOVE WS-FLEET-SFC-COUNT TO WS-DISP-SFC.
               MOVE WS-FLEET-SETAIM-COUNT TO WS-DISP-SETAIM.
               MOVE SPACES TO RESULT-RECORD.
               STRING '    FORWARD ' WS-DISP-FWD
                   '  UP ' WS-DISP-UP
                   '  DOWN ' WS-DISP-DOWN
                   '  HOLD ' WS-DISP-HOLD
                   '  SURFACE ' WS-DISP-SFC
                   '  SETAIM ' WS-DISP-SETAIM
                   DELIMITED BY SIZE INTO RESULT-RECORD.
               WRITE RESULT-RECORD.

           1200-COPY-ZONE-INCIDENTS.
               OPEN OUTPUT ZONE-INCIDENT-FILE.
               OPEN INPUT PARTITION-ZONE-FILE.
               IF WS-PARTZINC-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 1210-COPY-ZONE-LINE
                       UNTIL END-OF-PARTZINC
                   CLOSE PARTITION-ZONE-FILE
               ELSE
                   MOVE 'PARTITION ZONE INCIDENTS NOT AVAILABLE -'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE '    ZONE SUMMARY ONLY WRITTEN'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-PART-RC IS LESS THAN 4
                   THEN MOVE 4 TO WS-PART-RC
                   END-IF
               END-IF.
               IF WS-ZONE-COUNT IS GREATER THAN 0
               THEN
                   MOVE 'ZONE SUMMARY' TO ZONE-INCIDENT-RECORD
                   WRITE ZONE-INCIDENT-RECORD
                   PERFORM 1220-WRITE-ZONE-TOTAL
                       VARYING WS-ZONE-IX FROM 1 BY 1
                       UNTIL WS-ZONE-IX IS GREATER THAN
                           WS-ZONE-COUNT
               END-IF.
               CLOSE ZONE-INCIDENT-FILE.

           1210-COPY-ZONE-LINE.
               READ PARTITION-ZONE-FILE
                   AT END SET END-OF-PARTZINC TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ZINC-COPIED
                       MOVE PARTITION-ZONE-RECORD TO
                           ZONE-INCIDENT-RECORD
                       WRITE ZONE-INCIDENT-RECORD
               END-READ.

           1220-WRITE-ZONE-TOTAL.
               MOVE WS-Z-ENTRY-COUNT(WS-ZONE-IX) TO
                   WS-DISP-LINE-COUNT.
               MOVE SPACES TO ZONE-INCIDENT-RECORD.
               STRING '    ZONE ' WS-Z-ZONE-ID(WS-ZONE-IX)
                   '  SEVERITY ' WS-Z-SEVERITY(WS-ZONE-IX)
                   '  ENTRIES ' WS-DISP-LINE-COUNT
                   DELIMITED BY SIZE INTO ZONE-INCIDENT-RECORD.
               WRITE ZONE-INCIDENT-RECORD.

           1300-WRITE-RUN-HISTORY.
               OPEN EXTEND RUN-HISTORY-FILE.
               IF WS-RUNHIST-STATUS IS EQUAL TO '35'
               THEN OPEN OUTPUT RUN-HISTORY-FILE
               END-IF.
               IF WS-RUNHIST-STATUS IS EQUAL TO '00'
               THEN
                   MOVE WS-RUN-DATE TO RH-RUN-DATE
                   MOVE 'PART2' TO RH-MODEL
                   MOVE WS-VESSEL-TOTAL TO RH-VESSEL-COUNT
                   MOVE WS-FLEET-TOTAL TO RH-FLEET-TOTAL
                   MOVE WS-FLEET-FWD-COUNT TO RH-FWD-COUNT
                   MOVE WS-FLEET-UP-COUNT TO RH-UP-COUNT
                   MOVE WS-FLEET-DOWN-COUNT TO RH-DOWN-COUNT
                   MOVE WS-EXCP-COUNT TO RH-EXCP-COUNT
                   WRITE RUN-HISTORY-RECORD
                   CLOSE RUN-HISTORY-FILE
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'RUN HISTORY OPEN FAILED, STATUS '
                       WS-RUNHIST-STATUS ' - RUN NOT RECORDED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-PART-RC IS LESS THAN 4
                   THEN MOVE 4 TO WS-PART-RC
                   END-IF
               END-IF.

           1400-POST-VIOL-HISTORY.
               OPEN INPUT PARTITION-VIOL-FILE.
               IF WS-PARTVHST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'PARTITION VIOLATION HISTORY NOT AVAILABLE -'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE '    VIOLATION HISTORY NOT POSTED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-PART-RC IS LESS THAN 4
                   THEN MOVE 4 TO WS-PART-RC
                   END-IF
               ELSE
                   OPEN EXTEND VIOLATION-HISTORY-FILE
                   IF WS-VIOLHIST-STATUS IS EQUAL TO '35'
                   THEN OPEN OUTPUT VIOLATION-HISTORY-FILE
                   END-IF
                   IF WS-VIOLHIST-STATUS IS EQUAL TO '00'
                   THEN
                       PERFORM 1410-COPY-VIOL-HISTORY
                           UNTIL END-OF-PARTVHST
                       CLOSE VIOLATION-HISTORY-FILE
                   ELSE
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'VIOLATION HISTORY OPEN FAILED, STATUS '
                           WS-VIOLHIST-STATUS ' - NOT POSTED'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                       IF WS-PART-RC IS LESS THAN 4
                       THEN MOVE 4 TO WS-PART-RC
                       END-IF
                   END-IF
                   CLOSE PARTITION-VIOL-FILE
               END-IF.

           1410-COPY-VIOL-HISTORY.
               READ PARTITION-VIOL-FILE
                   AT END SET END-OF-PARTVHST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VHST-COPIED
                       MOVE PARTITION-VIOL-RECORD TO
                           VIOLATION-HISTORY-RECORD
                       WRITE VIOLATION-HISTORY-RECORD
               END-READ.

           1500-POST-LOGBOOK.
               OPEN INPUT PARTITION-LOG-FILE.
               IF WS-PARTLOGB-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'PARTITION LOGBOOK NOT AVAILABLE -'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE '    DIVE LOGBOOK NOT POSTED' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-PART-RC IS LESS THAN 4
                   THEN MOVE 4 TO WS-PART-RC
                   END-IF
               ELSE
                   OPEN EXTEND LOGBOOK-FILE
                   IF WS-LOGBOOK-STATUS IS EQUAL TO '35'
                   THEN OPEN OUTPUT LOGBOOK-FILE
                   END-IF
                   IF WS-LOGBOOK-STATUS IS EQUAL TO '00'
                   THEN
                       PERFORM 1510-COPY-LOGBOOK
                           UNTIL END-OF-PARTLOGB
                       CLOSE LOGBOOK-FILE
                   ELSE
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'DIVE LOGBOOK OPEN FAILED, STATUS '
                           WS-LOGBOOK-STATUS ' - NOT POSTED'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                       IF WS-PART-RC IS LESS THAN 4
                       THEN MOVE 4 TO WS-PART-RC
                       END-IF
                   END-IF
                   CLOSE PARTITION-LOG-FILE
               END-IF.

           1510-COPY-LOGBOOK.
               READ PARTITION-LOG-FILE
                   AT END SET END-OF-PARTLOGB TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOGB-COPIED
                       MOVE PARTITION-LOG-RECORD TO LOGBOOK-RECORD
                       WRITE LOGBOOK-RECORD
               END-READ.

           1900-FINALIZE.
               MOVE 'FLEET TOTALS' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-VESSEL-TOTAL TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    VESSELS            ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-LINE-TOTAL TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DIVE LOG LINES     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-EXCP-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    EXCEPTIONS         ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-VIOL-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    VIOLATIONS         ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ZONE-INCD-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ZONE INCIDENTS     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-FLEET-TOTAL TO WS-DISP-RESULT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    FLEET RESULT ' WS-DISP-RESULT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-RES-WRITTEN TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'RESULT LINES COPIED    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ECHO-DROPPED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ECHO LINES DROPPED ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ZINC-COPIED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ZONE INCIDENT LINES    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-VHST-COPIED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'VIOLATION HISTORY ROWS ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-LOGB-COPIED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'LOGBOOK RECORDS        ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'CONSOLIDATION COMPLETE - RUN HISTORY POSTED'
                   TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-PART-RC TO RETURN-CODE.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               PERFORM 2100-WRITE-CYCLE-STEP.
               STOP RUN.

           2100-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'PARTCONS' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-LINE-TOTAL TO CY-INPUT-COUNT.
               MOVE WS-VESSEL-TOTAL TO CY-OUTPUT-COUNT.
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
