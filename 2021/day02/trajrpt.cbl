                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "TRAJRPT"
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
               01 WS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-TRAJECTORY VALUE 'Y'.
               01 WS-T-POS-X PIC X(20).
               01 WS-T-DEPTH-X PIC X(20).
               01 WS-T-VERB-X PIC X(20).
               01 WS-T-HULL PIC X(8) VALUE SPACES.
               01 WS-T-LINE PIC 9(9) VALUE 0.
               01 WS-T-POS PIC 9(16) VALUE 0.
               01 WS-T-DEPTH PIC S9(16) VALUE 0.
               01 WS-CUR-HULL PIC X(8) VALUE SPACES.
               01 WS-PREV-DEPTH PIC S9(16) VALUE 0.
               01 WS-MAX-DEPTH PIC S9(16) VALUE 0.
               01 WS-MAX-DEPTH-LINE PIC 9(9) VALUE 0.
               01 WS-DEPTH-DELTA PIC S9(17) VALUE 0.
               01 WS-AVG-DELTA PIC S9(16) VALUE 0.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-VESSEL PIC ZZZZ9.
               01 WS-DISP-DEPTH PIC -(16)9.
               01 WS-DISP-LINE PIC Z(8)9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-DELTA PIC -(16)9.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               OPEN INPUT TRAJECTORY-FILE.
               OPEN OUTPUT REPORT-FILE.
               MOVE 'TRAJECTORY ANALYTICS REPORT' TO REPORT-RECORD.
               IF END-OF-TRAJECTORY
               THEN GO TO 1900-FINALIZE
               END-IF.
               ADD 1 TO WS-READ-COUNT.
               PERFORM 1001-PARSE-RECORD.
               IF WS-CUR-HULL IS NOT EQUAL TO SPACES
                   AND WS-T-HULL IS NOT EQUAL TO WS-CUR-HULL
               THEN PERFORM 1003-FINALIZE-VESSEL
               END-IF.
               MOVE WS-T-HULL TO WS-CUR-HULL.
               PERFORM 1002-ACCUMULATE.
               GO TO 1000-READ-TRAJECTORY.

               UNSTRING TRAJECTORY-RECORD DELIMITED BY ','
                   INTO WS-T-VESSEL-X WS-T-LINE-X
                       WS-T-POS-X WS-T-DEPTH-X WS-T-VERB-X.
               MOVE WS-T-VESSEL-X TO WS-T-HULL.
               COMPUTE WS-T-LINE = FUNCTION NUMVAL(WS-T-LINE-X).
               COMPUTE WS-T-POS = FUNCTION NUMVAL(WS-T-POS-X).
               COMPUTE WS-T-DEPTH = FUNCTION NUMVAL(WS-T-DEPTH-X).

           1003-FINALIZE-VESSEL.
               ADD 1 TO WS-VESSEL-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' WS-CUR-HULL
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-MAX-DEPTH TO WS-DISP-DEPTH.
               MOVE 0 TO WS-PREV-DEPTH.

           1900-FINALIZE.
               IF WS-CUR-HULL IS NOT EQUAL TO SPACES
               THEN PERFORM 1003-FINALIZE-VESSEL
               END-IF.
               MOVE WS-VESSEL-COUNT TO WS-DISP-VESSEL.
               WRITE REPORT-RECORD.
               CLOSE TRAJECTORY-FILE.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'TRAJRPT' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-READ-COUNT TO CY-INPUT-COUNT.
               MOVE WS-VESSEL-COUNT TO CY-OUTPUT-COUNT.
               MOVE 0 TO CY-ERROR-COUNT.
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
