                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "VARIANCE"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               01 WS-EOF1-SW PIC X VALUE 'N'.
                   88 END-OF-TRAJ1 VALUE 'Y'.
               01 WS-T2-LINE-X PIC X(20).
               01 WS-T2-POS-X PIC X(20).
               01 WS-T2-DEPTH-X PIC X(20).
               01 WS-T1-HULL PIC X(8) VALUE SPACES.
               01 WS-T1-LINE PIC 9(9) VALUE 0.
               01 WS-T1-POS PIC 9(16) VALUE 0.
               01 WS-T1-DEPTH PIC S9(16) VALUE 0.
               01 WS-T2-HULL PIC X(8) VALUE SPACES.
               01 WS-T2-LINE PIC 9(9) VALUE 0.
               01 WS-T2-POS PIC 9(16) VALUE 0.
               01 WS-T2-DEPTH PIC S9(16) VALUE 0.
               01 WS-CUR-HULL PIC X(8) VALUE SPACES.
               01 WS-P1-POS PIC 9(16) VALUE 0.
               01 WS-P1-DEPTH PIC S9(16) VALUE 0.
               01 WS-P2-POS PIC 9(16) VALUE 0.
               01 WS-DEPTH-DELTA PIC S9(17) VALUE 0.
               01 WS-DIVERGE-LINE PIC 9(9) VALUE 0.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-PAIR-COUNT PIC 9(9) VALUE 0.
               01 WS-MISMATCH-COUNT PIC 9(9) VALUE 0.
               01 WS-FLEET-VARIANCE PIC S9(18) VALUE 0.
               01 WS-DISP-VESSEL PIC ZZZZ9.
               01 WS-DISP-POS PIC Z(15)9.
               01 WS-DISP-RESULT PIC -(18)9.
               01 WS-DISP-DELTA PIC -(18)9.
               01 WS-DISP-LINE PIC Z(8)9.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               OPEN INPUT TRAJ1-FILE.
               OPEN INPUT TRAJ2-FILE.
               OPEN OUTPUT REPORT-FILE.
               IF END-OF-TRAJ1 OR END-OF-TRAJ2
               THEN GO TO 1006-LOG-LENGTH-MISMATCH
               END-IF.
               ADD 1 TO WS-PAIR-COUNT.
               PERFORM 1001-PARSE-RECORDS.
               IF WS-T1-LINE IS NOT EQUAL TO WS-T2-LINE
                   OR WS-T1-HULL IS NOT EQUAL TO WS-T2-HULL
               THEN GO TO 1007-LOG-PAIR-MISMATCH
               END-IF.
               IF WS-CUR-HULL IS NOT EQUAL TO SPACES
                   AND WS-T1-HULL IS NOT EQUAL TO WS-CUR-HULL
               THEN PERFORM 1003-FINALIZE-VESSEL
               END-IF.
               MOVE WS-T1-HULL TO WS-CUR-HULL.
               MOVE WS-T1-POS TO WS-P1-POS.
               MOVE WS-T1-DEPTH TO WS-P1-DEPTH.
               MOVE WS-T2-POS TO WS-P2-POS.
               UNSTRING TRAJ1-RECORD DELIMITED BY ','
                   INTO WS-T1-VESSEL-X WS-T1-LINE-X
                       WS-T1-POS-X WS-T1-DEPTH-X.
               MOVE WS-T1-VESSEL-X TO WS-T1-HULL.
               COMPUTE WS-T1-LINE = FUNCTION NUMVAL(WS-T1-LINE-X).
               COMPUTE WS-T1-POS = FUNCTION NUMVAL(WS-T1-POS-X).
               COMPUTE WS-T1-DEPTH = FUNCTION NUMVAL(WS-T1-DEPTH-X).
               UNSTRING TRAJ2-RECORD DELIMITED BY ','
                   INTO WS-T2-VESSEL-X WS-T2-LINE-X
                       WS-T2-POS-X WS-T2-DEPTH-X.
               MOVE WS-T2-VESSEL-X TO WS-T2-HULL.
               COMPUTE WS-T2-LINE = FUNCTION NUMVAL(WS-T2-LINE-X).
               COMPUTE WS-T2-POS = FUNCTION NUMVAL(WS-T2-POS-X).
               COMPUTE WS-T2-DEPTH = FUNCTION NUMVAL(WS-T2-DEPTH-X).
               SUBTRACT WS-P1-RESULT FROM WS-P2-RESULT
                   GIVING WS-RESULT-DELTA.
               ADD WS-RESULT-DELTA TO WS-FLEET-VARIANCE.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' WS-CUR-HULL
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-P1-POS TO WS-DISP-POS.
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 8 TO RETURN-CODE.
               ADD 1 TO WS-MISMATCH-COUNT.
               MOVE 'TRAJECTORY LENGTH MISMATCH' TO WS-STEP-OUTCOME.
               GO TO 2000-TERMINATE.

           1007-LOG-PAIR-MISMATCH.
               MOVE WS-T1-LINE TO WS-DISP-LINE.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL/LINE MISMATCH AT PART1 LINE '
                   WS-DISP-LINE
                   ' - RUNS DO NOT COVER THE SAME DIVE LOG'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 8 TO RETURN-CODE.
               ADD 1 TO WS-MISMATCH-COUNT.
               MOVE 'HULL/LINE MISMATCH' TO WS-STEP-OUTCOME.
               GO TO 2000-TERMINATE.

           1900-FINALIZE.
               IF WS-CUR-HULL IS NOT EQUAL TO SPACES
               THEN PERFORM 1003-FINALIZE-VESSEL
               END-IF.
               MOVE WS-VESSEL-COUNT TO WS-DISP-VESSEL.
               CLOSE TRAJ1-FILE.
               CLOSE TRAJ2-FILE.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'VARIRPT' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-PAIR-COUNT TO CY-INPUT-COUNT.
               MOVE WS-VESSEL-COUNT TO CY-OUTPUT-COUNT.
               MOVE WS-MISMATCH-COUNT TO CY-ERROR-COUNT.
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
