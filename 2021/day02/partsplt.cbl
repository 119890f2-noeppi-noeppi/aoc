       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTSPLT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETER-FILE ASSIGN TO "SPLITPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPLITPRM-STATUS.
               SELECT DIVE-LOG-FILE ASSIGN TO "DIVELOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIVELOG-STATUS.
               SELECT PART1-FILE ASSIGN TO "PARTLOG1"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART2-FILE ASSIGN TO "PARTLOG2"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART3-FILE ASSIGN TO "PARTLOG3"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART4-FILE ASSIGN TO "PARTLOG4"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART5-FILE ASSIGN TO "PARTLOG5"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART6-FILE ASSIGN TO "PARTLOG6"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART7-FILE ASSIGN TO "PARTLOG7"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PART8-FILE ASSIGN TO "PARTLOG8"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "SPLITRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 SP-PART-COUNT   PIC X(2).
               05 FILLER          PIC X(1).
               05 SP-RECFORMAT    PIC X(6).

           FD  DIVE-LOG-FILE.
           01  DIVE-LOG-RECORD PIC X(40).

           FD  PART1-FILE.
           01  PART1-RECORD PIC X(40).

           FD  PART2-FILE.
           01  PART2-RECORD PIC X(40).

           FD  PART3-FILE.
           01  PART3-RECORD PIC X(40).

           FD  PART4-FILE.
           01  PART4-RECORD PIC X(40).

           FD  PART5-FILE.
           01  PART5-RECORD PIC X(40).

           FD  PART6-FILE.
           01  PART6-RECORD PIC X(40).

           FD  PART7-FILE.
           01  PART7-RECORD PIC X(40).

           FD  PART8-FILE.
           01  PART8-RECORD PIC X(40).

           FD  SPLIT-CONTROL-FILE.
               COPY SPLTREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               COPY NAVFLDS.
               01 WS-SPLITPRM-STATUS PIC X(02) VALUE '00'.
               01 WS-DIVELOG-STATUS PIC X(02) VALUE '00'.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-DIVE-LOG VALUE 'Y'.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-PART-MAX PIC 9(2) VALUE 8.
               01 WS-PART-COUNT PIC 9(2) VALUE 4.
               01 WS-FORMAT-SW PIC X VALUE 'U'.
                   88 WS-FORMAT-UNKNOWN VALUE 'U'.
                   88 WS-LEGACY-FORMAT VALUE 'L'.
                   88 WS-FIXED-FORMAT VALUE 'F'.
               01 WS-VESSEL-SW PIC X VALUE 'N'.
                   88 WS-VESSEL-HAS-CMDS VALUE 'Y'.
               01 WS-BOUNDARY-SW PIC X VALUE ' '.
                   88 WS-ENDS-BEFORE-LINE VALUE 'B'.
                   88 WS-ENDS-WITH-LINE VALUE 'A'.
               01 WS-PREV-HULL PIC 9(5) VALUE 0.
               01 WS-LINE-COUNT PIC 9(9) VALUE 0.
               01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
               01 WS-VESSEL-TOTAL PIC 9(5) VALUE 0.
               01 WS-VESSELS-DONE PIC 9(5) VALUE 0.
               01 WS-QUOTA PIC 9(5) VALUE 0.
               01 WS-QUOTA-REM PIC 9(5) VALUE 0.
               01 WS-CUR-PART PIC 9(2) VALUE 0.
               01 WS-PART-IX PIC 9(2) VALUE 0.
               01 WS-PART-TABLE.
                   05 WS-PART-ENTRY OCCURS 8 TIMES.
                       10 WS-P-TARGET PIC 9(5).
                       10 WS-P-FIRST-VESSEL PIC 9(5).
                       10 WS-P-VESSEL-COUNT PIC 9(5).
                       10 WS-P-LINE-BASE PIC 9(9).
                       10 WS-P-LINE-COUNT PIC 9(9).
               01 WS-LAST-VESSEL PIC 9(5) VALUE 0.
               01 WS-DISP-PART PIC Z9.
               01 WS-DISP-VESSEL PIC ZZZZ9.
               01 WS-DISP-VESSEL2 PIC ZZZZ9.
               01 WS-DISP-VESSEL3 PIC ZZZZ9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-COUNT2 PIC Z(8)9.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'DIVE LOG PARTITION SPLIT REPORT  RUN DATE '
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0200-LOAD-PARAMETERS.
               PERFORM 0110-CLEAR-PART-ENTRY
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-MAX.
               OPEN INPUT DIVE-LOG-FILE.
               IF WS-DIVELOG-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'DIVE LOG NOT AVAILABLE - NOTHING SPLIT'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'DIVE LOG NOT AVAILABLE' TO WS-STEP-OUTCOME
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 0300-COUNT-LINE
                   UNTIL END-OF-DIVE-LOG.
               IF WS-VESSEL-HAS-CMDS
               THEN ADD 1 TO WS-VESSELS-DONE
               END-IF.
               CLOSE DIVE-LOG-FILE.
               MOVE WS-VESSELS-DONE TO WS-VESSEL-TOTAL.
               PERFORM 0400-SET-TARGETS.
               MOVE 0 TO WS-VESSELS-DONE.
               MOVE 0 TO WS-LINE-COUNT.
               MOVE 0 TO WS-PREV-HULL.
               MOVE 'N' TO WS-VESSEL-SW.
               MOVE 'N' TO WS-EOF-SW.
               PERFORM 0500-OPEN-PARTITION
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-COUNT.
               MOVE 1 TO WS-CUR-PART.
               MOVE 1 TO WS-P-FIRST-VESSEL(1).
               MOVE 0 TO WS-P-LINE-BASE(1).
               OPEN INPUT DIVE-LOG-FILE.
               GO TO 1000-READ-LINE.

           0110-CLEAR-PART-ENTRY.
               MOVE 0 TO WS-P-TARGET(WS-PART-IX).
               MOVE 0 TO WS-P-FIRST-VESSEL(WS-PART-IX).
               MOVE 0 TO WS-P-VESSEL-COUNT(WS-PART-IX).
               MOVE 0 TO WS-P-LINE-BASE(WS-PART-IX).
               MOVE 0 TO WS-P-LINE-COUNT(WS-PART-IX).

           0200-LOAD-PARAMETERS.
               OPEN INPUT PARAMETER-FILE.
               IF WS-SPLITPRM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM 0210-APPLY-PARAMETERS
                   END-READ
                   CLOSE PARAMETER-FILE
               ELSE
                   MOVE 'SPLITPRM NOT PRESENT - DEFAULTS IN EFFECT'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               MOVE WS-PART-COUNT TO WS-DISP-PART.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'IN EFFECT - PARTITIONS ' WS-DISP-PART
                   '  FORMAT ' WS-FORMAT-SW
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           0210-APPLY-PARAMETERS.
               IF SP-PART-COUNT IS NUMERIC
                   AND SP-PART-COUNT IS NOT EQUAL TO '00'
                   AND SP-PART-COUNT IS NOT GREATER THAN '08'
               THEN MOVE SP-PART-COUNT TO WS-PART-COUNT
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'PARTITION COUNT "' SP-PART-COUNT
                       '" INVALID - DEFAULT USED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF SP-RECFORMAT IS EQUAL TO 'LEGACY'
               THEN MOVE 'L' TO WS-FORMAT-SW
               ELSE IF SP-RECFORMAT IS EQUAL TO 'FIXED'
               THEN MOVE 'F' TO WS-FORMAT-SW
               ELSE IF SP-RECFORMAT IS EQUAL TO 'AUTO'
                   OR SP-RECFORMAT IS EQUAL TO SPACES
               THEN MOVE 'U' TO WS-FORMAT-SW
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'RECORD FORMAT "' SP-RECFORMAT
                       '" INVALID - DEFAULT USED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           0300-COUNT-LINE.
               READ DIVE-LOG-FILE INTO DATA-LINE
                   AT END SET END-OF-DIVE-LOG TO TRUE
                   NOT AT END PERFORM 1050-TRACK-VESSEL
               END-READ.

           0400-SET-TARGETS.
               DIVIDE WS-VESSEL-TOTAL BY WS-PART-COUNT
                   GIVING WS-QUOTA REMAINDER WS-QUOTA-REM.
               PERFORM 0410-SET-TARGET
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-COUNT.

           0410-SET-TARGET.
               MULTIPLY WS-QUOTA BY WS-PART-IX
                   GIVING WS-P-TARGET(WS-PART-IX).
               IF WS-PART-IX IS NOT GREATER THAN WS-QUOTA-REM
               THEN ADD WS-PART-IX TO WS-P-TARGET(WS-PART-IX)
               ELSE ADD WS-QUOTA-REM TO WS-P-TARGET(WS-PART-IX)
               END-IF.

           0500-OPEN-PARTITION.
               IF WS-PART-IX IS EQUAL TO 1
               THEN OPEN OUTPUT PART1-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 2
               THEN OPEN OUTPUT PART2-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 3
               THEN OPEN OUTPUT PART3-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 4
               THEN OPEN OUTPUT PART4-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 5
               THEN OPEN OUTPUT PART5-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 6
               THEN OPEN OUTPUT PART6-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 7
               THEN OPEN OUTPUT PART7-FILE
               ELSE OPEN OUTPUT PART8-FILE
               END-IF.

           1000-READ-LINE.
               READ DIVE-LOG-FILE INTO DATA-LINE
                   AT END SET END-OF-DIVE-LOG TO TRUE
               END-READ.
               IF END-OF-DIVE-LOG
               THEN GO TO 1900-FINALIZE
               END-IF.
               ADD 1 TO WS-LINE-COUNT.
               PERFORM 1050-TRACK-VESSEL.
               IF WS-ENDS-BEFORE-LINE
               THEN PERFORM 1120-CHECK-PARTITION-END
               END-IF.
               PERFORM 1100-WRITE-LINE.
               IF WS-ENDS-WITH-LINE
               THEN PERFORM 1120-CHECK-PARTITION-END
               END-IF.
               GO TO 1000-READ-LINE.

           1050-TRACK-VESSEL.
               MOVE ' ' TO WS-BOUNDARY-SW.
               IF DATA-LINE IS EQUAL TO ' '
               THEN
                   IF WS-VESSEL-HAS-CMDS
                   THEN
                       PERFORM 1080-END-VESSEL
                       MOVE 'A' TO WS-BOUNDARY-SW
                   END-IF
               ELSE
                   IF WS-FORMAT-UNKNOWN
                   THEN PERFORM 1055-DETECT-FORMAT
                   END-IF
                   IF WS-FIXED-FORMAT
                   THEN PERFORM 1060-TRACK-FIXED
                   ELSE PERFORM 1070-TRACK-LEGACY
                   END-IF
               END-IF.

           1055-DETECT-FORMAT.
               IF DATA-LINE(1:5) IS NUMERIC
               THEN MOVE 'F' TO WS-FORMAT-SW
               ELSE MOVE 'L' TO WS-FORMAT-SW
               END-IF.

           1060-TRACK-FIXED.
               IF WS-VESSEL-HAS-CMDS
                   AND DLF-HULL-NUM IS NOT EQUAL TO WS-PREV-HULL
               THEN
                   PERFORM 1080-END-VESSEL
                   MOVE 'B' TO WS-BOUNDARY-SW
               END-IF.
               MOVE DLF-HULL-NUM TO WS-PREV-HULL.
               IF DLF-CMD-CODE IS EQUAL TO 'FWD'
                   OR DLF-CMD-CODE IS EQUAL TO 'UP '
                   OR DLF-CMD-CODE IS EQUAL TO 'DWN'
                   OR DLF-CMD-CODE IS EQUAL TO 'HLD'
                   OR DLF-CMD-CODE IS EQUAL TO 'SFC'
                   OR DLF-CMD-CODE IS EQUAL TO 'AIM'
               THEN SET WS-VESSEL-HAS-CMDS TO TRUE
               END-IF.

           1070-TRACK-LEGACY.
               IF DATA-LINE(1:7) IS EQUAL TO 'forward'
                   OR DATA-LINE(1:2) IS EQUAL TO 'up'
                   OR DATA-LINE(1:4) IS EQUAL TO 'down'
                   OR DATA-LINE(1:4) IS EQUAL TO 'hold'
                   OR DATA-LINE(1:7) IS EQUAL TO 'surface'
                   OR DATA-LINE(1:6) IS EQUAL TO 'setaim'
               THEN SET WS-VESSEL-HAS-CMDS TO TRUE
               END-IF.

           1080-END-VESSEL.
               ADD 1 TO WS-VESSELS-DONE.
               MOVE 'N' TO WS-VESSEL-SW.
               IF WS-CUR-PART IS GREATER THAN 0
               THEN ADD 1 TO WS-P-VESSEL-COUNT(WS-CUR-PART)
               END-IF.

           1100-WRITE-LINE.
               ADD 1 TO WS-WRITTEN-COUNT.
               ADD 1 TO WS-P-LINE-COUNT(WS-CUR-PART).
               IF WS-CUR-PART IS EQUAL TO 1
               THEN WRITE PART1-RECORD FROM DATA-LINE
               ELSE IF WS-CUR-PART IS EQUAL TO 2
               THEN WRITE PART2-RECORD FROM DATA-LINE
               ELSE IF WS-CUR-PART IS EQUAL TO 3
               THEN WRITE PART3-RECORD FROM DATA-LINE
               ELSE IF WS-CUR-PART IS EQUAL TO 4
               THEN WRITE PART4-RECORD FROM DATA-LINE
               ELSE IF WS-CUR-PART IS EQUAL TO 5
               THEN WRITE PART5-RECORD FROM DATA-LINE
               ELSE IF WS-CUR-PART IS EQUAL TO 6
               THEN WRITE PART6-RECORD FROM DATA-LINE
               ELSE IF WS-CUR-PART IS EQUAL TO 7
               THEN WRITE PART7-RECORD FROM DATA-LINE
               ELSE WRITE PART8-RECORD FROM DATA-LINE
               END-IF.

           1120-CHECK-PARTITION-END.
               PERFORM 1130-NEXT-PARTITION
                   UNTIL WS-CUR-PART IS NOT LESS THAN WS-PART-COUNT
                       OR WS-VESSELS-DONE IS LESS THAN
                           WS-P-TARGET(WS-CUR-PART).

           1130-NEXT-PARTITION.
               ADD 1 TO WS-CUR-PART.
               ADD 1 WS-VESSELS-DONE
                   GIVING WS-P-FIRST-VESSEL(WS-CUR-PART).
               MOVE WS-WRITTEN-COUNT TO WS-P-LINE-BASE(WS-CUR-PART).

           1900-FINALIZE.
               IF WS-VESSEL-HAS-CMDS
               THEN PERFORM 1080-END-VESSEL
               END-IF.
               CLOSE DIVE-LOG-FILE.
               PERFORM 1130-NEXT-PARTITION
                   UNTIL WS-CUR-PART IS NOT LESS THAN WS-PART-COUNT.
               OPEN OUTPUT SPLIT-CONTROL-FILE.
               MOVE 'PARTITIONS' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1910-WRITE-PARTITION
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-COUNT.
               CLOSE SPLIT-CONTROL-FILE.
               PERFORM 1920-CLOSE-PARTITION
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-COUNT.
               MOVE WS-LINE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'DIVE LOG LINES READ    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-WRITTEN-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    WRITTEN            ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-VESSELS-DONE TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'VESSELS                ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-VESSELS-DONE IS NOT EQUAL TO WS-VESSEL-TOTAL
               THEN
                   MOVE 'VESSEL COUNT CHANGED BETWEEN PASSES - SPLIT'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE '    NOT USABLE, DIVE LOG ALTERED DURING RUN'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'DIVE LOG CHANGED DURING SPLIT'
                       TO WS-STEP-OUTCOME
               ELSE IF WS-VESSELS-DONE IS EQUAL TO 0
               THEN
                   MOVE 'NO VESSELS IN DIVE LOG' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               ELSE IF WS-VESSELS-DONE IS LESS THAN WS-PART-COUNT
               THEN
                   MOVE 'FEWER VESSELS THAN PARTITIONS - SOME EMPTY'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF.
               GO TO 2000-TERMINATE.

           1910-WRITE-PARTITION.
               MOVE WS-RUN-DATE TO SC-RUN-DATE.
               MOVE WS-PART-IX TO SC-PARTITION.
               MOVE WS-PART-COUNT TO SC-PART-COUNT.
               MOVE WS-P-FIRST-VESSEL(WS-PART-IX) TO SC-FIRST-VESSEL.
               MOVE WS-P-VESSEL-COUNT(WS-PART-IX) TO SC-VESSEL-COUNT.
               MOVE WS-P-LINE-BASE(WS-PART-IX) TO SC-LINE-BASE.
               MOVE WS-P-LINE-COUNT(WS-PART-IX) TO SC-LINE-COUNT.
               WRITE SPLIT-CONTROL-RECORD.
               MOVE WS-PART-IX TO WS-DISP-PART.
               MOVE WS-P-FIRST-VESSEL(WS-PART-IX) TO WS-DISP-VESSEL.
               ADD WS-P-FIRST-VESSEL(WS-PART-IX)
                   WS-P-VESSEL-COUNT(WS-PART-IX)
                   GIVING WS-LAST-VESSEL.
               SUBTRACT 1 FROM WS-LAST-VESSEL.
               MOVE WS-LAST-VESSEL TO WS-DISP-VESSEL2.
               MOVE WS-P-VESSEL-COUNT(WS-PART-IX) TO WS-DISP-VESSEL3.
               MOVE WS-P-LINE-BASE(WS-PART-IX) TO WS-DISP-COUNT.
               MOVE WS-P-LINE-COUNT(WS-PART-IX) TO WS-DISP-COUNT2.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-P-VESSEL-COUNT(WS-PART-IX) IS EQUAL TO 0
               THEN
                   STRING '    PARTITION ' WS-DISP-PART
                       '  NO VESSELS          '
                       '  LINES AFTER ' WS-DISP-COUNT
                       '  COUNT ' WS-DISP-COUNT2
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING '    PARTITION ' WS-DISP-PART
                       '  VESSELS ' WS-DISP-VESSEL
                       ' - ' WS-DISP-VESSEL2
                       ' (' WS-DISP-VESSEL3 ')'
                       '  LINES AFTER ' WS-DISP-COUNT
                       '  COUNT ' WS-DISP-COUNT2
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF.
               WRITE REPORT-RECORD.

           1920-CLOSE-PARTITION.
               IF WS-PART-IX IS EQUAL TO 1
               THEN CLOSE PART1-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 2
               THEN CLOSE PART2-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 3
               THEN CLOSE PART3-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 4
               THEN CLOSE PART4-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 5
               THEN CLOSE PART5-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 6
               THEN CLOSE PART6-FILE
               ELSE IF WS-PART-IX IS EQUAL TO 7
               THEN CLOSE PART7-FILE
               ELSE CLOSE PART8-FILE
               END-IF.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               PERFORM 2100-WRITE-CYCLE-STEP.
               STOP RUN.

           2100-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'PARTSPLT' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-LINE-COUNT TO CY-INPUT-COUNT.
               MOVE WS-WRITTEN-COUNT TO CY-OUTPUT-COUNT.
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
