                   FILE STATUS IS WS-SUSPENSE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "BALRPT"
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
               01 WS-DIVELOG-STATUS PIC X(02) VALUE '00'.
               01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
               01 WS-OOB-COUNT PIC 9(9) VALUE 0.
               01 WS-T-VESSEL-X PIC X(20).
               01 WS-T-LINE-X PIC X(20).
               01 WS-T-HULL PIC X(8).
               01 WS-VESSEL-MAX PIC 9(5) VALUE 500.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-TABLE.
                   05 WS-VES-ENTRY OCCURS 500 TIMES.
                       10 WS-V-HULL PIC X(8).
                       10 WS-V-AUDIT-COUNT PIC 9(9).
                       10 WS-V-TRAJ-COUNT PIC 9(9).
                       10 WS-V-SUSP-COUNT PIC 9(9).
               01 WS-VES-IX PIC 9(5) VALUE 0.
               01 WS-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-COUNT2 PIC Z(8)9.
               01 WS-DISP-COUNT3 PIC Z(8)9.
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
               GO TO 1900-FINALIZE.

           0110-CLEAR-VESSEL-ENTRY.
               MOVE SPACES TO WS-V-HULL(WS-VES-IX).
               MOVE 0 TO WS-V-AUDIT-COUNT(WS-VES-IX).
               MOVE 0 TO WS-V-TRAJ-COUNT(WS-VES-IX).
               MOVE 0 TO WS-V-SUSP-COUNT(WS-VES-IX).
                   AT END SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-COUNT
                       MOVE AU-HULL-NUM TO WS-T-HULL
                       PERFORM 1700-FIND-VESSEL
                       IF WS-FOUND-IX IS GREATER THAN 0
                       THEN
                           ADD 1 TO
                               WS-V-AUDIT-COUNT(WS-FOUND-IX)
                       END-IF
               END-READ.

               MOVE SPACES TO WS-T-VESSEL-X WS-T-LINE-X.
               UNSTRING TRAJECTORY-RECORD DELIMITED BY ','
                   INTO WS-T-VESSEL-X WS-T-LINE-X.
               MOVE WS-T-VESSEL-X TO WS-T-HULL.
               PERFORM 1700-FIND-VESSEL.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN ADD 1 TO WS-V-TRAJ-COUNT(WS-FOUND-IX)
               END-IF.

           1400-COUNT-SUSPENSE.
                   AT END SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUSP-COUNT
                       MOVE SU-HULL-NUM TO WS-T-HULL
                       PERFORM 1700-FIND-VESSEL
                       IF WS-FOUND-IX IS GREATER THAN 0
                       THEN
                           ADD 1 TO
                               WS-V-SUSP-COUNT(WS-FOUND-IX)
                       END-IF
               END-READ.

           1600-TIE-OUT-VESSELS.
               PERFORM 1610-CHECK-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.

           1610-CHECK-VESSEL.
               IF WS-V-AUDIT-COUNT(WS-VES-IX) IS EQUAL TO 0
                   AND WS-V-SUSP-COUNT(WS-VES-IX) IS EQUAL TO 0
               THEN CONTINUE
               ELSE
                   MOVE WS-V-AUDIT-COUNT(WS-VES-IX)
                       TO WS-DISP-COUNT
                   MOVE WS-V-TRAJ-COUNT(WS-VES-IX)
                   MOVE WS-V-SUSP-COUNT(WS-VES-IX)
                       TO WS-DISP-COUNT3
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'HULL ' WS-V-HULL(WS-VES-IX)
                       '  AUDIT ' WS-DISP-COUNT
                       '  TRAJECTORY ' WS-DISP-COUNT2
                       '  SUSPENSE ' WS-DISP-COUNT3
                   END-IF
               END-IF.

           1700-FIND-VESSEL.
               MOVE 0 TO WS-FOUND-IX.
               IF WS-T-HULL IS NOT EQUAL TO SPACES
               THEN
                   PERFORM 1710-MATCH-VESSEL
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

           1710-MATCH-VESSEL.
               IF WS-V-HULL(WS-VES-IX) IS EQUAL TO WS-T-HULL
               THEN MOVE WS-VES-IX TO WS-FOUND-IX
               END-IF.

           1900-FINALIZE.
               IF WS-OOB-COUNT IS GREATER THAN 0
               THEN
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'OUT OF BALANCE - REPORTING HELD'
                       TO WS-STEP-OUTCOME
               ELSE
                   MOVE 'RUN IN BALANCE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'PIPEBAL' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-DIVELOG-COUNT TO CY-INPUT-COUNT.
               MOVE WS-AUDIT-COUNT TO CY-OUTPUT-COUNT.
               MOVE WS-OOB-COUNT TO CY-ERROR-COUNT.
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
