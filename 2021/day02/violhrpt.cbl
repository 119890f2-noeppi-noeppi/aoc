                   FILE STATUS IS WS-VIOLHIST-STATUS.
               SELECT REPORT-FILE ASSIGN TO "SAFERPT"
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
               01 WS-VIOLHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-HIST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-HISTORY VALUE 'Y'.
               01 WS-UNACK-COUNT PIC 9(9) VALUE 0.
               01 WS-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-REPEAT-RUNS PIC 9(3) VALUE 3.
               01 WS-WINDOW-RUNS PIC 9(3) VALUE 10.
               01 WS-DATE-MAX PIC 9(3) VALUE 200.
               01 WS-CUTOFF-IX PIC S9(3) VALUE 0.
               01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
               01 WS-VESSEL-MAX PIC 9(5) VALUE 500.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-TABLE.
                   05 WS-VES-ENTRY OCCURS 500 TIMES.
                       10 WS-V-HULL PIC X(8).
                       10 WS-V-DATE-COUNT PIC 9(3).
                       10 WS-V-LAST-DATE PIC 9(8).
               01 WS-VES-IX PIC 9(5) VALUE 0.
               01 WS-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-OFFENDER-COUNT PIC 9(5) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-RUNS PIC ZZ9.
               01 WS-DISP-RUNS2 PIC ZZ9.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               PERFORM 0110-CLEAR-VESSEL-ENTRY
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-MAX.
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'VIOLATION HISTORY NOT AVAILABLE'
                       TO WS-STEP-OUTCOME
                   GO TO 1901-TERMINATE
               END-IF.
               MOVE 'UNACKNOWLEDGED CRITICAL VIOLATIONS'
               GO TO 1100-SCAN-WINDOW.

           0110-CLEAR-VESSEL-ENTRY.
               MOVE SPACES TO WS-V-HULL(WS-VES-IX).
               MOVE 0 TO WS-V-DATE-COUNT(WS-VES-IX).
               MOVE 0 TO WS-V-LAST-DATE(WS-VES-IX).

               READ VIOLATION-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1001-TRACK-RUN-DATE
                       IF VH-SEVERITY IS EQUAL TO 'CRITICAL'
                           AND VH-UNACKED

           1002-LOG-UNACKED.
               ADD 1 TO WS-UNACK-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HULL ' VH-HULL-NUM
                   '  RUN ' VH-RUN-DATE
                   '  LINE ' VH-LINE-NUM
                   '  ' VH-VIOL-TEXT
                   NOT AT END
                       IF VH-RUN-DATE IS NOT LESS THAN
                           WS-CUTOFF-DATE
                       THEN PERFORM 1120-TALLY-VESSEL
                       END-IF
               END-READ.

           1120-TALLY-VESSEL.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1130-MATCH-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               IF WS-FOUND-IX IS EQUAL TO 0
                   AND WS-VESSEL-COUNT IS LESS THAN WS-VESSEL-MAX
               THEN
                   ADD 1 TO WS-VESSEL-COUNT
                   MOVE VH-HULL-NUM TO WS-V-HULL(WS-VESSEL-COUNT)
                   MOVE WS-VESSEL-COUNT TO WS-FOUND-IX
               END-IF.
               IF WS-FOUND-IX IS GREATER THAN 0
                   AND VH-RUN-DATE IS NOT EQUAL TO
                       WS-V-LAST-DATE(WS-FOUND-IX)
               THEN
                   ADD 1 TO WS-V-DATE-COUNT(WS-FOUND-IX)
                   MOVE VH-RUN-DATE TO WS-V-LAST-DATE(WS-FOUND-IX)
               END-IF.

           1130-MATCH-VESSEL.
               IF WS-V-HULL(WS-VES-IX) IS EQUAL TO VH-HULL-NUM
               THEN MOVE WS-VES-IX TO WS-FOUND-IX
               END-IF.

           1200-REPORT-OFFENDERS.
               MOVE WS-REPEAT-RUNS TO WS-DISP-RUNS.
               MOVE WS-WINDOW-RUNS TO WS-DISP-RUNS2.
               WRITE REPORT-RECORD.
               PERFORM 1210-CHECK-OFFENDER
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               MOVE WS-OFFENDER-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    REPEAT OFFENDERS ' WS-DISP-COUNT
                   WS-REPEAT-RUNS
               THEN
                   ADD 1 TO WS-OFFENDER-COUNT
                   MOVE WS-V-DATE-COUNT(WS-VES-IX) TO WS-DISP-RUNS
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    HULL ' WS-V-HULL(WS-VES-IX)
                       '  VIOLATIONS ON ' WS-DISP-RUNS
                       ' RUN DATES IN WINDOW'
                       DELIMITED BY SIZE INTO REPORT-RECORD

           1901-TERMINATE.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'VIOLHRPT' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-READ-COUNT TO CY-INPUT-COUNT.
               MOVE WS-OFFENDER-COUNT TO CY-OUTPUT-COUNT.
               MOVE WS-UNACK-COUNT TO CY-ERROR-COUNT.
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
