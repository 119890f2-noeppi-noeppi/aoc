                   FILE STATUS IS WS-SUSPENSE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "SUSPAGRP"
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
               01 WS-SUSPENSE-STATUS PIC X(02) VALUE '00'.
               01 WS-SUSP-EOF-SW PIC X VALUE 'N'.
               01 WS-BUCKET3-COUNT PIC 9(9) VALUE 0.
               01 WS-BUCKET4-COUNT PIC 9(9) VALUE 0.
               01 WS-VESSEL-MAX PIC 9(5) VALUE 500.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-TABLE.
                   05 WS-VES-ENTRY OCCURS 500 TIMES.
                       10 WS-V-HULL PIC X(8).
                       10 WS-V-OPEN-COUNT PIC 9(9).
               01 WS-VES-IX PIC 9(5) VALUE 0.
               01 WS-VES-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-REASON-MAX PIC 9(3) VALUE 50.
               01 WS-REASON-COUNT PIC 9(3) VALUE 0.
               01 WS-REASON-TABLE.
                       10 WS-R-OPEN-COUNT PIC 9(9).
               01 WS-REASON-IX PIC 9(3) VALUE 0.
               01 WS-FOUND-IX PIC 9(3) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-AGE PIC Z(7)9.
               01 WS-DISP-DATE PIC 9(8).
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
                   MOVE 'SUSPENSE FILE NOT AVAILABLE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'SUSPENSE FILE NOT AVAILABLE'
                       TO WS-STEP-OUTCOME
                   GO TO 1900-FINALIZE
               END-IF.
               GO TO 1000-READ-SUSPENSE.

           0110-CLEAR-VESSEL-ENTRY.
               MOVE SPACES TO WS-V-HULL(WS-VES-IX).
               MOVE 0 TO WS-V-OPEN-COUNT(WS-VES-IX).

           0120-CLEAR-REASON-ENTRY.
               END-IF.

           1002-TALLY-VESSEL.
               MOVE 0 TO WS-VES-FOUND-IX.
               PERFORM 1011-MATCH-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               IF WS-VES-FOUND-IX IS GREATER THAN 0
               THEN ADD 1 TO WS-V-OPEN-COUNT(WS-VES-FOUND-IX)
               ELSE
                   IF WS-VESSEL-COUNT IS LESS THAN WS-VESSEL-MAX
                   THEN
                       ADD 1 TO WS-VESSEL-COUNT
                       MOVE SU-HULL-NUM TO
                           WS-V-HULL(WS-VESSEL-COUNT)
                       MOVE 1 TO
                           WS-V-OPEN-COUNT(WS-VESSEL-COUNT)
                   END-IF
               END-IF.

           1003-TALLY-REASON.
               THEN MOVE WS-REASON-IX TO WS-FOUND-IX
               END-IF.

           1011-MATCH-VESSEL.
               IF WS-V-HULL(WS-VES-IX) IS EQUAL TO SU-HULL-NUM
               THEN MOVE WS-VES-IX TO WS-VES-FOUND-IX
               END-IF.

           1004-LOG-ESCALATION.
               ADD 1 TO WS-ESCALATE-COUNT.
               MOVE WS-AGE-DAYS TO WS-DISP-AGE.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ESCALATE - LINE ' SU-LINE-NUM
                   ' HULL ' SU-HULL-NUM
                   ' RAISED ' SU-RAISED-DATE
                   ' AGE ' WS-DISP-AGE
                   ' DAYS  ' SU-REASON
               WRITE REPORT-RECORD.

           1005-LOG-UNDATED.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ESCALATE - LINE ' SU-LINE-NUM
                   ' HULL ' SU-HULL-NUM
                   ' - NO RAISED DATE ON ENTRY,'
                   ' SUPERVISOR REVIEW REQUIRED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               STRING '    CLOSED ENTRIES  ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'OPEN ENTRIES BY HULL' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1810-WRITE-VESSEL-SUMMARY
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               MOVE 'OPEN ENTRIES BY REASON' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1820-WRITE-REASON-SUMMARY
           1810-WRITE-VESSEL-SUMMARY.
               IF WS-V-OPEN-COUNT(WS-VES-IX) IS GREATER THAN 0
               THEN
                   MOVE WS-V-OPEN-COUNT(WS-VES-IX)
                       TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    HULL ' WS-V-HULL(WS-VES-IX)
                       '  OPEN ' WS-DISP-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               THEN MOVE 4 TO RETURN-CODE
               END-IF.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'SUSPAGE' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               ADD WS-OPEN-COUNT WS-CLOSED-COUNT
                   GIVING CY-INPUT-COUNT.
               MOVE WS-OPEN-COUNT TO CY-OUTPUT-COUNT.
               MOVE WS-ESCALATE-COUNT TO CY-ERROR-COUNT.
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
