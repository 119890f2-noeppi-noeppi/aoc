       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "CYCLPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLPRM-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CYCLERPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 CC-CYCLE-DATE   PIC 9(8).
               05 CC-CUTOFF-TIME  PIC 9(6).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-CYCLPRM-STATUS PIC X(02) VALUE '00'.
               01 WS-CYCLE-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-CYCLE-FILE VALUE 'Y'.
               01 WS-TODAY PIC 9(8) VALUE 0.
               01 WS-NOW-TIME PIC 9(8) VALUE 0.
               01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
               01 WS-NEXT-DATE PIC 9(8) VALUE 0.
               01 WS-DATE-INT PIC 9(8) VALUE 0.
               01 WS-CUTOFF-TIME PIC 9(6) VALUE 120000.
               01 WS-CUTOFF PIC 9(8) VALUE 0.
               01 WS-IN-WINDOW-SW PIC X VALUE 'N'.
                   88 WS-IN-WINDOW VALUE 'Y'.
               01 WS-STEP-MAX PIC 9(2) VALUE 9.
               01 WS-STEP-TABLE.
                   05 WS-STEP-ENTRY OCCURS 9 TIMES.
                       10 WS-C-PROGRAM PIC X(8).
                       10 WS-C-ALT-PROGRAM PIC X(8).
                       10 WS-C-ALT2-PROGRAM PIC X(8).
                       10 WS-C-RAN-PROGRAM PIC X(8).
                       10 WS-C-SEQ PIC 9(9).
                       10 WS-C-RUNS PIC 9(3).
                       10 WS-C-START PIC 9(8).
                       10 WS-C-END PIC 9(8).
                       10 WS-C-RC PIC 9(4).
                       10 WS-C-INPUT PIC 9(9).
                       10 WS-C-OUTPUT PIC 9(9).
                       10 WS-C-ERROR PIC 9(9).
                       10 WS-C-OUTCOME PIC X(30).
               01 WS-PART-MAX PIC 9(2) VALUE 9.
               01 WS-PART-TABLE.
                   05 WS-PART-ENTRY OCCURS 9 TIMES.
                       10 WS-P-PROGRAM PIC X(8).
                       10 WS-P-RUNS PIC 9(3).
                       10 WS-P-START PIC 9(8).
                       10 WS-P-END PIC 9(8).
                       10 WS-P-RC PIC 9(4).
                       10 WS-P-INPUT PIC 9(9).
                       10 WS-P-OUTPUT PIC 9(9).
                       10 WS-P-ERROR PIC 9(9).
                       10 WS-P-OUTCOME PIC X(30).
               01 WS-PART-IX PIC 9(2) VALUE 0.
               01 WS-PART-STEP-COUNT PIC 9(5) VALUE 0.
               01 WS-PART-LINE-TOTAL PIC 9(9) VALUE 0.
               01 WS-STEP-IX PIC 9(2) VALUE 0.
               01 WS-FOUND-IX PIC 9(2) VALUE 0.
               01 WS-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-WINDOW-COUNT PIC 9(9) VALUE 0.
               01 WS-OTHER-COUNT PIC 9(9) VALUE 0.
               01 WS-MAX-SEQ PIC 9(9) VALUE 0.
               01 WS-MAX-PROGRAM PIC X(8) VALUE SPACES.
               01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
               01 WS-ORDER-COUNT PIC 9(5) VALUE 0.
               01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
               01 WS-COUNT-DIFF-COUNT PIC 9(5) VALUE 0.
               01 WS-FINDING-COUNT PIC 9(5) VALUE 0.
               01 WS-SECTION-COUNT PIC 9(5) VALUE 0.
               01 WS-CMP-LEFT-IX PIC 9(2) VALUE 0.
               01 WS-CMP-RIGHT-IX PIC 9(2) VALUE 0.
               01 WS-CMP-LEFT PIC 9(9) VALUE 0.
               01 WS-CMP-RIGHT PIC 9(9) VALUE 0.
               01 WS-CMP-LEFT-LABEL PIC X(30) VALUE SPACES.
               01 WS-CMP-RIGHT-LABEL PIC X(30) VALUE SPACES.
               01 WS-DISP-STEP PIC Z9.
               01 WS-DISP-RC PIC ZZZ9.
               01 WS-DISP-RUNS PIC ZZ9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-COUNT2 PIC Z(8)9.
               01 WS-DISP-COUNT3 PIC Z(8)9.
               01 WS-DISP-FINDINGS PIC ZZZZ9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               PERFORM 0110-CLEAR-STEP-ENTRY
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX IS GREATER THAN WS-STEP-MAX.
               PERFORM 0120-CLEAR-PART-ENTRY
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-MAX.
               MOVE 'PARTSPLT' TO WS-P-PROGRAM(1).
               MOVE 'STAMERGE' TO WS-C-PROGRAM(1).
               MOVE 'PART2' TO WS-C-PROGRAM(2).
               MOVE 'PART1' TO WS-C-ALT-PROGRAM(2).
               MOVE 'PARTCONS' TO WS-C-ALT2-PROGRAM(2).
               MOVE 'PIPEBAL' TO WS-C-PROGRAM(3).
               MOVE 'LEDGUPD' TO WS-C-PROGRAM(4).
               MOVE 'AUDARCH' TO WS-C-PROGRAM(5).
               MOVE 'TRAJRPT' TO WS-C-PROGRAM(6).
               MOVE 'VARIRPT' TO WS-C-PROGRAM(7).
               MOVE 'SUSPAGE' TO WS-C-PROGRAM(8).
               MOVE 'VIOLHRPT' TO WS-C-PROGRAM(9).
               PERFORM 0200-LOAD-PARAMETERS.
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) + 1.
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
               COMPUTE WS-CUTOFF = WS-CUTOFF-TIME * 100.
               OPEN OUTPUT REPORT-FILE.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'BATCH CYCLE COMPLETION REPORT  CYCLE DATE '
                   WS-CYCLE-DATE
                   '  WINDOW ' WS-CYCLE-DATE ' ' WS-CUTOFF-TIME
                   ' TO ' WS-NEXT-DATE ' ' WS-CUTOFF-TIME
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               OPEN INPUT CYCLE-CONTROL-FILE.
               IF WS-CYCLECTL-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'CYCLE CONTROL FILE NOT AVAILABLE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 1000-READ-STEP
                   UNTIL END-OF-CYCLE-FILE.
               CLOSE CYCLE-CONTROL-FILE.
               GO TO 1100-REPORT-STEPS.

           0110-CLEAR-STEP-ENTRY.
               MOVE SPACES TO WS-C-PROGRAM(WS-STEP-IX).
               MOVE SPACES TO WS-C-ALT-PROGRAM(WS-STEP-IX).
               MOVE SPACES TO WS-C-ALT2-PROGRAM(WS-STEP-IX).
               MOVE SPACES TO WS-C-RAN-PROGRAM(WS-STEP-IX).
               MOVE 0 TO WS-C-SEQ(WS-STEP-IX).
               MOVE 0 TO WS-C-RUNS(WS-STEP-IX).
               MOVE 0 TO WS-C-START(WS-STEP-IX).
               MOVE 0 TO WS-C-END(WS-STEP-IX).
               MOVE 0 TO WS-C-RC(WS-STEP-IX).
               MOVE 0 TO WS-C-INPUT(WS-STEP-IX).
               MOVE 0 TO WS-C-OUTPUT(WS-STEP-IX).
               MOVE 0 TO WS-C-ERROR(WS-STEP-IX).
               MOVE SPACES TO WS-C-OUTCOME(WS-STEP-IX).

           0120-CLEAR-PART-ENTRY.
               MOVE SPACES TO WS-P-PROGRAM(WS-PART-IX).
               MOVE 0 TO WS-P-RUNS(WS-PART-IX).
               MOVE 0 TO WS-P-START(WS-PART-IX).
               MOVE 0 TO WS-P-END(WS-PART-IX).
               MOVE 0 TO WS-P-RC(WS-PART-IX).
               MOVE 0 TO WS-P-INPUT(WS-PART-IX).
               MOVE 0 TO WS-P-OUTPUT(WS-PART-IX).
               MOVE 0 TO WS-P-ERROR(WS-PART-IX).
               MOVE SPACES TO WS-P-OUTCOME(WS-PART-IX).

           0200-LOAD-PARAMETERS.
               MOVE 0 TO WS-CYCLE-DATE.
               OPEN INPUT PARAMETER-FILE.
               IF WS-CYCLPRM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF CC-CYCLE-DATE IS NUMERIC
                           THEN MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE
                           END-IF
                           IF CC-CUTOFF-TIME IS NUMERIC
                               AND CC-CUTOFF-TIME IS LESS THAN 240000
                           THEN MOVE CC-CUTOFF-TIME TO WS-CUTOFF-TIME
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.
               IF WS-CYCLE-DATE IS EQUAL TO 0
               THEN
                   MOVE WS-TODAY TO WS-CYCLE-DATE
                   IF WS-NOW-TIME IS LESS THAN WS-CUTOFF-TIME * 100
                   THEN
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
                       COMPUTE WS-CYCLE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   END-IF
               END-IF.

           1000-READ-STEP.
               READ CYCLE-CONTROL-FILE
                   AT END SET END-OF-CYCLE-FILE TO TRUE
                   NOT AT END PERFORM 1001-STORE-STEP
               END-READ.

           1001-STORE-STEP.
               ADD 1 TO WS-READ-COUNT.
               MOVE 'N' TO WS-IN-WINDOW-SW.
               IF CY-RUN-DATE IS EQUAL TO WS-CYCLE-DATE
                   AND CY-START-TIME IS NOT LESS THAN WS-CUTOFF
               THEN MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF.
               IF CY-RUN-DATE IS EQUAL TO WS-NEXT-DATE
                   AND CY-START-TIME IS LESS THAN WS-CUTOFF
               THEN MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF.
               IF WS-IN-WINDOW
               THEN
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE 0 TO WS-FOUND-IX
                   PERFORM 1002-MATCH-STEP
                       VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX IS GREATER THAN WS-STEP-MAX
                   IF WS-FOUND-IX IS EQUAL TO 0
                   THEN PERFORM 1004-MATCH-PARTITION
                   END-IF
                   PERFORM 1006-DISPATCH-STEP
               END-IF.

           1002-MATCH-STEP.
               IF CY-PROGRAM IS EQUAL TO WS-C-PROGRAM(WS-STEP-IX)
                   OR (CY-PROGRAM IS EQUAL TO
                       WS-C-ALT-PROGRAM(WS-STEP-IX)
                   AND WS-C-ALT-PROGRAM(WS-STEP-IX) IS NOT EQUAL
                       TO SPACES)
                   OR (CY-PROGRAM IS EQUAL TO
                       WS-C-ALT2-PROGRAM(WS-STEP-IX)
                   AND WS-C-ALT2-PROGRAM(WS-STEP-IX) IS NOT EQUAL
                       TO SPACES)
               THEN MOVE WS-STEP-IX TO WS-FOUND-IX
               END-IF.

           1003-RECORD-STEP.
               ADD 1 TO WS-C-RUNS(WS-FOUND-IX).
               MOVE WS-READ-COUNT TO WS-C-SEQ(WS-FOUND-IX).
               MOVE CY-PROGRAM TO WS-C-RAN-PROGRAM(WS-FOUND-IX).
               MOVE CY-START-TIME TO WS-C-START(WS-FOUND-IX).
               MOVE CY-END-TIME TO WS-C-END(WS-FOUND-IX).
               MOVE CY-RETURN-CODE TO WS-C-RC(WS-FOUND-IX).
               MOVE CY-INPUT-COUNT TO WS-C-INPUT(WS-FOUND-IX).
               MOVE CY-OUTPUT-COUNT TO WS-C-OUTPUT(WS-FOUND-IX).
               MOVE CY-ERROR-COUNT TO WS-C-ERROR(WS-FOUND-IX).
               MOVE CY-OUTCOME TO WS-C-OUTCOME(WS-FOUND-IX).

           1006-DISPATCH-STEP.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN ADD 1 TO WS-OTHER-COUNT
               ELSE IF WS-FOUND-IX IS GREATER THAN WS-STEP-MAX
               THEN PERFORM 1005-RECORD-PARTITION
               ELSE PERFORM 1003-RECORD-STEP
               END-IF.

           1004-MATCH-PARTITION.
               MOVE 0 TO WS-PART-IX.
               IF CY-PROGRAM IS EQUAL TO WS-P-PROGRAM(1)
               THEN MOVE 1 TO WS-PART-IX
               ELSE IF CY-PROGRAM(1:6) IS EQUAL TO 'PART2P'
                   AND CY-PROGRAM(7:2) IS NUMERIC
                   AND CY-PROGRAM(7:2) IS GREATER THAN '00'
                   AND CY-PROGRAM(7:2) IS NOT GREATER THAN '08'
               THEN
                   MOVE CY-PROGRAM(7:2) TO WS-PART-IX
                   ADD 1 TO WS-PART-IX
                   MOVE CY-PROGRAM TO WS-P-PROGRAM(WS-PART-IX)
               END-IF.
               IF WS-PART-IX IS GREATER THAN 0
               THEN ADD WS-STEP-MAX WS-PART-IX GIVING WS-FOUND-IX
               END-IF.

           1005-RECORD-PARTITION.
               SUBTRACT WS-STEP-MAX FROM WS-FOUND-IX GIVING WS-PART-IX.
               ADD 1 TO WS-PART-STEP-COUNT.
               ADD 1 TO WS-P-RUNS(WS-PART-IX).
               MOVE CY-START-TIME TO WS-P-START(WS-PART-IX).
               MOVE CY-END-TIME TO WS-P-END(WS-PART-IX).
               MOVE CY-RETURN-CODE TO WS-P-RC(WS-PART-IX).
               MOVE CY-INPUT-COUNT TO WS-P-INPUT(WS-PART-IX).
               MOVE CY-OUTPUT-COUNT TO WS-P-OUTPUT(WS-PART-IX).
               MOVE CY-ERROR-COUNT TO WS-P-ERROR(WS-PART-IX).
               MOVE CY-OUTCOME TO WS-P-OUTCOME(WS-PART-IX).

           1100-REPORT-STEPS.
               MOVE 'STEPS' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1110-WRITE-STEP-LINE
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX IS GREATER THAN WS-STEP-MAX.
               IF WS-PART-STEP-COUNT IS GREATER THAN 0
               THEN
                   MOVE 'PARTITION STEPS' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM 1120-WRITE-PART-LINE
                       VARYING WS-PART-IX FROM 1 BY 1
                       UNTIL WS-PART-IX IS GREATER THAN WS-PART-MAX
               END-IF.
               GO TO 1200-CHECK-MISSING.

           1110-WRITE-STEP-LINE.
               MOVE WS-STEP-IX TO WS-DISP-STEP.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-C-RUNS(WS-STEP-IX) IS EQUAL TO 0
               THEN
                   STRING '  ' WS-DISP-STEP ' ' WS-C-PROGRAM(WS-STEP-IX)
                       '  NOT RUN'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE WS-C-RC(WS-STEP-IX) TO WS-DISP-RC
                   MOVE WS-C-RUNS(WS-STEP-IX) TO WS-DISP-RUNS
                   STRING '  ' WS-DISP-STEP
                       ' ' WS-C-RAN-PROGRAM(WS-STEP-IX)
                       '  START ' WS-C-START(WS-STEP-IX)(1:2)
                       ':' WS-C-START(WS-STEP-IX)(3:2)
                       ':' WS-C-START(WS-STEP-IX)(5:2)
                       '  END ' WS-C-END(WS-STEP-IX)(1:2)
                       ':' WS-C-END(WS-STEP-IX)(3:2)
                       ':' WS-C-END(WS-STEP-IX)(5:2)
                       '  RC ' WS-DISP-RC
                       '  RUNS ' WS-DISP-RUNS
                       '  ' WS-C-OUTCOME(WS-STEP-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-C-INPUT(WS-STEP-IX) TO WS-DISP-COUNT
                   MOVE WS-C-OUTPUT(WS-STEP-IX) TO WS-DISP-COUNT2
                   MOVE WS-C-ERROR(WS-STEP-IX) TO WS-DISP-COUNT3
                   MOVE SPACES TO REPORT-RECORD
                   STRING '        INPUT ' WS-DISP-COUNT
                       '  OUTPUT ' WS-DISP-COUNT2
                       '  ERRORS ' WS-DISP-COUNT3
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1120-WRITE-PART-LINE.
               IF WS-P-RUNS(WS-PART-IX) IS GREATER THAN 0
               THEN
                   MOVE WS-P-RC(WS-PART-IX) TO WS-DISP-RC
                   MOVE WS-P-RUNS(WS-PART-IX) TO WS-DISP-RUNS
                   MOVE SPACES TO REPORT-RECORD
                   STRING '     ' WS-P-PROGRAM(WS-PART-IX)
                       '  START ' WS-P-START(WS-PART-IX)(1:2)
                       ':' WS-P-START(WS-PART-IX)(3:2)
                       ':' WS-P-START(WS-PART-IX)(5:2)
                       '  END ' WS-P-END(WS-PART-IX)(1:2)
                       ':' WS-P-END(WS-PART-IX)(3:2)
                       ':' WS-P-END(WS-PART-IX)(5:2)
                       '  RC ' WS-DISP-RC
                       '  RUNS ' WS-DISP-RUNS
                       '  ' WS-P-OUTCOME(WS-PART-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-P-INPUT(WS-PART-IX) TO WS-DISP-COUNT
                   MOVE WS-P-OUTPUT(WS-PART-IX) TO WS-DISP-COUNT2
                   MOVE WS-P-ERROR(WS-PART-IX) TO WS-DISP-COUNT3
                   MOVE SPACES TO REPORT-RECORD
                   STRING '        INPUT ' WS-DISP-COUNT
                       '  OUTPUT ' WS-DISP-COUNT2
                       '  ERRORS ' WS-DISP-COUNT3
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-PART-IX IS GREATER THAN 1
                   THEN
                       ADD WS-P-INPUT(WS-PART-IX) TO WS-PART-LINE-TOTAL
                   END-IF
               END-IF.

           1200-CHECK-MISSING.
               MOVE 'STEPS MISSING' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 0 TO WS-SECTION-COUNT.
               PERFORM 1210-CHECK-STEP-PRESENT
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX IS GREATER THAN WS-STEP-MAX.
               PERFORM 1800-WRITE-NONE.
               GO TO 1300-CHECK-ORDER.

           1210-CHECK-STEP-PRESENT.
               IF WS-C-RUNS(WS-STEP-IX) IS EQUAL TO 0
               THEN
                   ADD 1 TO WS-MISSING-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 1220-WRITE-MISSING-LINE
               END-IF.

           1220-WRITE-MISSING-LINE.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-C-ALT-PROGRAM(WS-STEP-IX) IS EQUAL TO SPACES
               THEN
                   STRING '    ' WS-C-PROGRAM(WS-STEP-IX)
                       ' - NO STEP RECORD FOR THIS CYCLE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE IF WS-C-ALT2-PROGRAM(WS-STEP-IX) IS EQUAL TO SPACES
               THEN
                   STRING '    ' WS-C-PROGRAM(WS-STEP-IX)
                       '/' WS-C-ALT-PROGRAM(WS-STEP-IX)
                       ' - NO STEP RECORD FOR THIS CYCLE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING '    ' WS-C-PROGRAM(WS-STEP-IX)
                       DELIMITED BY SPACE
                       '/' WS-C-ALT-PROGRAM(WS-STEP-IX)
                       DELIMITED BY SPACE
                       '/' WS-C-ALT2-PROGRAM(WS-STEP-IX)
                       ' - NO STEP RECORD FOR THIS CYCLE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF.
               WRITE REPORT-RECORD.

           1300-CHECK-ORDER.
               MOVE 'STEPS OUT OF ORDER' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 0 TO WS-SECTION-COUNT.
               MOVE 0 TO WS-MAX-SEQ.
               MOVE SPACES TO WS-MAX-PROGRAM.
               PERFORM 1310-CHECK-STEP-ORDER
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX IS GREATER THAN WS-STEP-MAX.
               PERFORM 1800-WRITE-NONE.
               GO TO 1400-CHECK-FAILED.

           1310-CHECK-STEP-ORDER.
               IF WS-C-RUNS(WS-STEP-IX) IS GREATER THAN 0
               THEN
                   IF WS-C-SEQ(WS-STEP-IX) IS LESS THAN WS-MAX-SEQ
                   THEN
                       ADD 1 TO WS-ORDER-COUNT
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING '    ' WS-C-RAN-PROGRAM(WS-STEP-IX)
                           ' - RAN BEFORE ' DELIMITED BY SIZE
                           WS-MAX-PROGRAM DELIMITED BY SPACE
                           ', WHICH PRECEDES IT IN THE CYCLE'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   ELSE
                       MOVE WS-C-SEQ(WS-STEP-IX) TO WS-MAX-SEQ
                       MOVE WS-C-RAN-PROGRAM(WS-STEP-IX)
                           TO WS-MAX-PROGRAM
                   END-IF
               END-IF.

           1400-CHECK-FAILED.
               MOVE 'STEPS FAILED' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 0 TO WS-SECTION-COUNT.
               PERFORM 1410-CHECK-STEP-RC
                   VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX IS GREATER THAN WS-STEP-MAX.
               PERFORM 1420-CHECK-PART-RC
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX IS GREATER THAN WS-PART-MAX.
               PERFORM 1800-WRITE-NONE.
               GO TO 1500-CHECK-COUNTS.

           1410-CHECK-STEP-RC.
               IF WS-C-RUNS(WS-STEP-IX) IS GREATER THAN 0
                   AND WS-C-RC(WS-STEP-IX) IS NOT LESS THAN 8
               THEN
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-C-RC(WS-STEP-IX) TO WS-DISP-RC
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    ' WS-C-RAN-PROGRAM(WS-STEP-IX)
                       ' - RC ' WS-DISP-RC
                       '  ' WS-C-OUTCOME(WS-STEP-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1420-CHECK-PART-RC.
               IF WS-P-RUNS(WS-PART-IX) IS GREATER THAN 0
                   AND WS-P-RC(WS-PART-IX) IS NOT LESS THAN 8
               THEN
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-P-RC(WS-PART-IX) TO WS-DISP-RC
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    ' WS-P-PROGRAM(WS-PART-IX)
                       ' - RC ' WS-DISP-RC
                       '  ' WS-P-OUTCOME(WS-PART-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1500-CHECK-COUNTS.
               MOVE 'COUNT DISAGREEMENTS' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 0 TO WS-SECTION-COUNT.
               MOVE 1 TO WS-CMP-LEFT-IX.
               MOVE 2 TO WS-CMP-RIGHT-IX.
               MOVE WS-C-OUTPUT(1) TO WS-CMP-LEFT.
               MOVE WS-C-INPUT(2) TO WS-CMP-RIGHT.
               MOVE 'STAMERGE RECORDS MERGED' TO WS-CMP-LEFT-LABEL.
               MOVE SPACES TO WS-CMP-RIGHT-LABEL.
               STRING WS-C-RAN-PROGRAM(2) DELIMITED BY SPACE
                   ' LINES READ' DELIMITED BY SIZE
                   INTO WS-CMP-RIGHT-LABEL.
               PERFORM 1510-COMPARE-COUNTS.
               MOVE 2 TO WS-CMP-LEFT-IX.
               MOVE 3 TO WS-CMP-RIGHT-IX.
               MOVE WS-C-INPUT(2) TO WS-CMP-LEFT.
               MOVE WS-C-INPUT(3) TO WS-CMP-RIGHT.
               MOVE WS-CMP-RIGHT-LABEL TO WS-CMP-LEFT-LABEL.
               MOVE 'PIPEBAL DIVE LOG LINES' TO WS-CMP-RIGHT-LABEL.
               PERFORM 1510-COMPARE-COUNTS.
               MOVE 3 TO WS-CMP-LEFT-IX.
               MOVE 5 TO WS-CMP-RIGHT-IX.
               MOVE WS-C-OUTPUT(3) TO WS-CMP-LEFT.
               MOVE WS-C-INPUT(5) TO WS-CMP-RIGHT.
               MOVE 'PIPEBAL AUDIT RECORDS' TO WS-CMP-LEFT-LABEL.
               MOVE 'AUDARCH AUDIT RECORDS' TO WS-CMP-RIGHT-LABEL.
               PERFORM 1510-COMPARE-COUNTS.
               MOVE 4 TO WS-CMP-LEFT-IX.
               MOVE 6 TO WS-CMP-RIGHT-IX.
               MOVE WS-C-INPUT(4) TO WS-CMP-LEFT.
               MOVE WS-C-INPUT(6) TO WS-CMP-RIGHT.
               MOVE 'LEDGUPD TRAJECTORY RECORDS' TO WS-CMP-LEFT-LABEL.
               MOVE 'TRAJRPT TRAJECTORY RECORDS' TO WS-CMP-RIGHT-LABEL.
               PERFORM 1510-COMPARE-COUNTS.
               IF WS-PART-STEP-COUNT IS GREATER THAN 0
               THEN
                   IF WS-P-RUNS(1) IS GREATER THAN 0
                   THEN
                       MOVE WS-P-OUTPUT(1) TO WS-CMP-LEFT
                       MOVE WS-PART-LINE-TOTAL TO WS-CMP-RIGHT
                       MOVE 'PARTSPLT LINES WRITTEN'
                           TO WS-CMP-LEFT-LABEL
                       MOVE 'PARTITION LINES READ' TO WS-CMP-RIGHT-LABEL
                       PERFORM 1520-WRITE-COUNT-DIFF
                   END-IF
                   IF WS-C-RUNS(2) IS GREATER THAN 0
                       AND WS-C-RAN-PROGRAM(2) IS EQUAL TO
                           WS-C-ALT2-PROGRAM(2)
                   THEN
                       MOVE WS-PART-LINE-TOTAL TO WS-CMP-LEFT
                       MOVE WS-C-INPUT(2) TO WS-CMP-RIGHT
                       MOVE 'PARTITION LINES READ' TO WS-CMP-LEFT-LABEL
                       MOVE 'PARTCONS LINES READ' TO WS-CMP-RIGHT-LABEL
                       PERFORM 1520-WRITE-COUNT-DIFF
                   END-IF
               END-IF.
               PERFORM 1800-WRITE-NONE.
               GO TO 1900-FINALIZE.

           1510-COMPARE-COUNTS.
               IF WS-C-RUNS(WS-CMP-LEFT-IX) IS GREATER THAN 0
                   AND WS-C-RUNS(WS-CMP-RIGHT-IX) IS GREATER THAN 0
               THEN PERFORM 1520-WRITE-COUNT-DIFF
               END-IF.

           1520-WRITE-COUNT-DIFF.
               IF WS-CMP-LEFT IS NOT EQUAL TO WS-CMP-RIGHT
               THEN
                   ADD 1 TO WS-COUNT-DIFF-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-CMP-LEFT TO WS-DISP-COUNT
                   MOVE WS-CMP-RIGHT TO WS-DISP-COUNT2
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    ' WS-CMP-LEFT-LABEL ' ' WS-DISP-COUNT
                       '  AGAINST ' WS-CMP-RIGHT-LABEL ' '
                       WS-DISP-COUNT2
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1800-WRITE-NONE.
               IF WS-SECTION-COUNT IS EQUAL TO 0
               THEN
                   MOVE '    NONE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1900-FINALIZE.
               MOVE WS-READ-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'STEP RECORDS READ      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-WINDOW-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    IN THIS CYCLE      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-OTHER-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    OTHER PROGRAMS     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               ADD WS-MISSING-COUNT WS-ORDER-COUNT WS-FAILED-COUNT
                   WS-COUNT-DIFF-COUNT GIVING WS-FINDING-COUNT.
               IF WS-FINDING-COUNT IS EQUAL TO 0
               THEN
                   MOVE 'CYCLE CLEAN' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE WS-FINDING-COUNT TO WS-DISP-FINDINGS
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CYCLE NOT CLEAN - ' WS-DISP-FINDINGS
                       ' FINDINGS'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF WS-MISSING-COUNT IS GREATER THAN 0
                       OR WS-FAILED-COUNT IS GREATER THAN 0
                   THEN MOVE 8 TO RETURN-CODE
                   ELSE MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
