       IDENTIFICATION DIVISION.
       PROGRAM-ID. STASCORE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETER-FILE ASSIGN TO "STASPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT STATION-HISTORY-FILE ASSIGN TO "STAHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-STAHIST-STATUS.
               SELECT REPORT-FILE ASSIGN TO "STASCRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 SP-SCORE-MONTH  PIC 9(6).
               05 SP-MISS-DAYS    PIC 9(3).

           FD  STATION-HISTORY-FILE.
               COPY STAHREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-PARM-STATUS PIC X(02) VALUE '00'.
               01 WS-STAHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-STAHIST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-STAHIST VALUE 'Y'.
               01 WS-WARNING-SW PIC X VALUE 'N'.
                   88 WS-WARNING-RAISED VALUE 'Y'.
               01 WS-TODAY PIC 9(8) VALUE 0.
               01 WS-SCORE-MONTH PIC 9(6) VALUE 0.
               01 WS-PRIOR-MONTH PIC 9(6) VALUE 0.
               01 WS-ROW-MONTH PIC 9(6) VALUE 0.
               01 WS-SCORE-YEAR PIC 9(4) VALUE 0.
               01 WS-SCORE-MM PIC 9(2) VALUE 0.
               01 WS-DATE-INT PIC 9(8) VALUE 0.
               01 WS-MISS-DAYS PIC 9(3) VALUE 3.
               01 WS-STA-MAX PIC 9(3) VALUE 100.
               01 WS-STA-COUNT PIC 9(3) VALUE 0.
               01 WS-STATION-TABLE.
                   05 WS-STA-ENTRY OCCURS 100 TIMES.
                       10 WS-S-STATION PIC X(3).
                       10 WS-S-DSN PIC X(8).
                       10 WS-S-DAYS PIC 9(3).
                       10 WS-S-EXPECTED PIC 9(11).
                       10 WS-S-CONTRIB PIC 9(11).
                       10 WS-S-DUP PIC 9(11).
                       10 WS-S-OOO PIC 9(11).
                       10 WS-S-GAPS PIC 9(11).
                       10 WS-S-QUAR PIC 9(11).
                       10 WS-S-ERRORS PIC 9(11).
                       10 WS-S-MISSED PIC 9(3).
                       10 WS-S-SHORTFALL PIC 9(11).
                       10 WS-S-RATE PIC 9(3)V99.
                       10 WS-S-P-DAYS PIC 9(3).
                       10 WS-S-P-CONTRIB PIC 9(11).
                       10 WS-S-P-ERRORS PIC 9(11).
                       10 WS-S-P-RATE PIC 9(3)V99.
                       10 WS-S-RANKED-SW PIC X.
                           88 WS-S-RANKED VALUE 'Y'.
               01 WS-STA-IX PIC 9(3) VALUE 0.
               01 WS-FOUND-IX PIC 9(3) VALUE 0.
               01 WS-PICK-IX PIC 9(3) VALUE 0.
               01 WS-RANK PIC 9(3) VALUE 0.
               01 WS-RANK-COUNT PIC 9(3) VALUE 0.
               01 WS-ROW-ERRORS PIC 9(11) VALUE 0.
               01 WS-DENOM PIC 9(12) VALUE 0.
               01 WS-RATE-CHANGE PIC S9(3)V99 VALUE 0.
               01 WS-TREND PIC X(8) VALUE SPACES.
               01 WS-ROWS-READ PIC 9(9) VALUE 0.
               01 WS-ROWS-SELECTED PIC 9(9) VALUE 0.
               01 WS-STA-DROPPED PIC 9(9) VALUE 0.
               01 WS-LISTED-COUNT PIC 9(3) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-RANK PIC ZZ9.
               01 WS-DISP-DAYS PIC ZZ9.
               01 WS-DISP-MISSED PIC ZZ9.
               01 WS-DISP-CONTRIB PIC Z(10)9.
               01 WS-DISP-ERRORS PIC Z(10)9.
               01 WS-DISP-SHORT PIC Z(10)9.
               01 WS-DISP-RATE PIC ZZ9.99.
               01 WS-DISP-P-RATE PIC ZZ9.99.
               01 WS-DISP-CHANGE PIC +ZZ9.99.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               PERFORM 0200-LOAD-PARAMETERS.
               MOVE WS-MISS-DAYS TO WS-DISP-MISSED.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'STATION FEED SCORECARD'
                   '  MONTH ' WS-SCORE-MONTH
                   '  PRIOR MONTH ' WS-PRIOR-MONTH
                   '  MISSED-VOLUME THRESHOLD ' WS-DISP-MISSED
                   ' DAYS'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'PREPARED ' WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               OPEN INPUT STATION-HISTORY-FILE.
               IF WS-STAHIST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'STATION HISTORY NOT AVAILABLE - NO SCORECARD'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 1000-READ-HISTORY
                   UNTIL END-OF-STAHIST.
               CLOSE STATION-HISTORY-FILE.
               GO TO 1100-COMPUTE-RATES.

           0200-LOAD-PARAMETERS.
               MOVE 0 TO WS-SCORE-MONTH.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF SP-SCORE-MONTH IS NUMERIC
                           THEN MOVE SP-SCORE-MONTH TO WS-SCORE-MONTH
                           END-IF
                           IF SP-MISS-DAYS IS NUMERIC
                           THEN MOVE SP-MISS-DAYS TO WS-MISS-DAYS
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.
               DIVIDE WS-SCORE-MONTH BY 100 GIVING WS-SCORE-YEAR
                   REMAINDER WS-SCORE-MM.
               IF WS-SCORE-MM IS LESS THAN 1
                   OR WS-SCORE-MM IS GREATER THAN 12
                   OR WS-SCORE-YEAR IS LESS THAN 1601
               THEN
                   DIVIDE WS-TODAY BY 10000 GIVING WS-SCORE-YEAR
                   DIVIDE WS-TODAY BY 100 GIVING WS-SCORE-MONTH
                   DIVIDE WS-SCORE-MONTH BY 100 GIVING WS-DATE-INT
                       REMAINDER WS-SCORE-MM
                   IF WS-SCORE-MM IS EQUAL TO 1
                   THEN
                       SUBTRACT 1 FROM WS-SCORE-YEAR
                       MOVE 12 TO WS-SCORE-MM
                   ELSE SUBTRACT 1 FROM WS-SCORE-MM
                   END-IF
               END-IF.
               COMPUTE WS-SCORE-MONTH =
                   WS-SCORE-YEAR * 100 + WS-SCORE-MM.
               IF WS-SCORE-MM IS EQUAL TO 1
               THEN COMPUTE WS-PRIOR-MONTH =
                   (WS-SCORE-YEAR - 1) * 100 + 12
               ELSE COMPUTE WS-PRIOR-MONTH = WS-SCORE-MONTH - 1
               END-IF.

           1000-READ-HISTORY.
               READ STATION-HISTORY-FILE
                   AT END SET END-OF-STAHIST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       DIVIDE SH-RUN-DATE BY 100 GIVING WS-ROW-MONTH
                       IF WS-ROW-MONTH IS EQUAL TO WS-SCORE-MONTH
                           OR WS-ROW-MONTH IS EQUAL TO WS-PRIOR-MONTH
                       THEN PERFORM 1010-ACCUMULATE-ROW
                       END-IF
               END-READ.

           1010-ACCUMULATE-ROW.
               ADD 1 TO WS-ROWS-SELECTED.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1020-MATCH-STATION
                   VARYING WS-STA-IX FROM 1 BY 1
                   UNTIL WS-STA-IX IS GREATER THAN WS-STA-COUNT.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   IF WS-STA-COUNT IS LESS THAN WS-STA-MAX
                   THEN
                       ADD 1 TO WS-STA-COUNT
                       MOVE WS-STA-COUNT TO WS-FOUND-IX
                       PERFORM 1030-ADD-STATION
                   ELSE ADD 1 TO WS-STA-DROPPED
                   END-IF
               END-IF.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN PERFORM 1015-ADD-ROW-COUNTS
               END-IF.

           1015-ADD-ROW-COUNTS.
               ADD SH-DUP SH-OOO SH-GAPS SH-QUAR
                   GIVING WS-ROW-ERRORS.
               IF WS-ROW-MONTH IS EQUAL TO WS-SCORE-MONTH
               THEN
                   MOVE SH-FEED-DSN TO WS-S-DSN(WS-FOUND-IX)
                   ADD 1 TO WS-S-DAYS(WS-FOUND-IX)
                   ADD SH-EXPECTED TO WS-S-EXPECTED(WS-FOUND-IX)
                   ADD SH-CONTRIB TO WS-S-CONTRIB(WS-FOUND-IX)
                   ADD SH-DUP TO WS-S-DUP(WS-FOUND-IX)
                   ADD SH-OOO TO WS-S-OOO(WS-FOUND-IX)
                   ADD SH-GAPS TO WS-S-GAPS(WS-FOUND-IX)
                   ADD SH-QUAR TO WS-S-QUAR(WS-FOUND-IX)
                   ADD WS-ROW-ERRORS TO WS-S-ERRORS(WS-FOUND-IX)
                   IF SH-CONTRIB IS LESS THAN SH-EXPECTED
                   THEN
                       ADD 1 TO WS-S-MISSED(WS-FOUND-IX)
                       COMPUTE WS-S-SHORTFALL(WS-FOUND-IX) =
                           WS-S-SHORTFALL(WS-FOUND-IX)
                           + SH-EXPECTED - SH-CONTRIB
                   END-IF
               ELSE
                   ADD 1 TO WS-S-P-DAYS(WS-FOUND-IX)
                   ADD SH-CONTRIB TO WS-S-P-CONTRIB(WS-FOUND-IX)
                   ADD WS-ROW-ERRORS TO WS-S-P-ERRORS(WS-FOUND-IX)
               END-IF.

           1020-MATCH-STATION.
               IF WS-S-STATION(WS-STA-IX) IS EQUAL TO SH-STATION
               THEN MOVE WS-STA-IX TO WS-FOUND-IX
               END-IF.

           1030-ADD-STATION.
               MOVE SH-STATION TO WS-S-STATION(WS-FOUND-IX).
               MOVE SH-FEED-DSN TO WS-S-DSN(WS-FOUND-IX).
               MOVE 0 TO WS-S-DAYS(WS-FOUND-IX).
               MOVE 0 TO WS-S-EXPECTED(WS-FOUND-IX).
               MOVE 0 TO WS-S-CONTRIB(WS-FOUND-IX).
               MOVE 0 TO WS-S-DUP(WS-FOUND-IX).
               MOVE 0 TO WS-S-OOO(WS-FOUND-IX).
               MOVE 0 TO WS-S-GAPS(WS-FOUND-IX).
               MOVE 0 TO WS-S-QUAR(WS-FOUND-IX).
               MOVE 0 TO WS-S-ERRORS(WS-FOUND-IX).
               MOVE 0 TO WS-S-MISSED(WS-FOUND-IX).
               MOVE 0 TO WS-S-SHORTFALL(WS-FOUND-IX).
               MOVE 0 TO WS-S-RATE(WS-FOUND-IX).
               MOVE 0 TO WS-S-P-DAYS(WS-FOUND-IX).
               MOVE 0 TO WS-S-P-CONTRIB(WS-FOUND-IX).
               MOVE 0 TO WS-S-P-ERRORS(WS-FOUND-IX).
               MOVE 0 TO WS-S-P-RATE(WS-FOUND-IX).
               MOVE 'N' TO WS-S-RANKED-SW(WS-FOUND-IX).

           1100-COMPUTE-RATES.
               PERFORM 1110-COMPUTE-STATION-RATE
                   VARYING WS-STA-IX FROM 1 BY 1
                   UNTIL WS-STA-IX IS GREATER THAN WS-STA-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'STATIONS RANKED BY ERROR RATE' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'RANK STA FEED     DAYS  CONTRIBUTED'
                   '       ERRORS  ERROR PCT  PRIOR PCT  CHANGE'
                   '  TREND'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 0 TO WS-RANK.
               PERFORM 1200-RANK-NEXT-STATION
                   UNTIL WS-RANK IS NOT LESS THAN WS-RANK-COUNT.
               IF WS-RANK-COUNT IS EQUAL TO 0
               THEN
                   MOVE '    NO STATION HISTORY FOR THE MONTH'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.
               GO TO 1300-LIST-MISSED-VOLUME.

           1110-COMPUTE-STATION-RATE.
               IF WS-S-DAYS(WS-STA-IX) IS GREATER THAN 0
               THEN
                   ADD 1 TO WS-RANK-COUNT
                   ADD WS-S-CONTRIB(WS-STA-IX) WS-S-ERRORS(WS-STA-IX)
                       GIVING WS-DENOM
                   IF WS-DENOM IS GREATER THAN 0
                   THEN COMPUTE WS-S-RATE(WS-STA-IX) ROUNDED =
                       WS-S-ERRORS(WS-STA-IX) * 100 / WS-DENOM
                   END-IF
               ELSE MOVE 'Y' TO WS-S-RANKED-SW(WS-STA-IX)
               END-IF.
               ADD WS-S-P-CONTRIB(WS-STA-IX) WS-S-P-ERRORS(WS-STA-IX)
                   GIVING WS-DENOM.
               IF WS-DENOM IS GREATER THAN 0
               THEN COMPUTE WS-S-P-RATE(WS-STA-IX) ROUNDED =
                   WS-S-P-ERRORS(WS-STA-IX) * 100 / WS-DENOM
               END-IF.

           1200-RANK-NEXT-STATION.
               MOVE 0 TO WS-PICK-IX.
               PERFORM 1210-SCAN-STATION
                   VARYING WS-STA-IX FROM 1 BY 1
                   UNTIL WS-STA-IX IS GREATER THAN WS-STA-COUNT.
               ADD 1 TO WS-RANK.
               MOVE 'Y' TO WS-S-RANKED-SW(WS-PICK-IX).
               PERFORM 1220-WRITE-RANK-LINE.

           1210-SCAN-STATION.
               IF NOT WS-S-RANKED(WS-STA-IX)
                   AND (WS-PICK-IX IS EQUAL TO 0
                       OR WS-S-RATE(WS-STA-IX) IS GREATER THAN
                           WS-S-RATE(WS-PICK-IX))
               THEN MOVE WS-STA-IX TO WS-PICK-IX
               END-IF.

           1220-WRITE-RANK-LINE.
               IF WS-S-P-DAYS(WS-PICK-IX) IS EQUAL TO 0
               THEN
                   MOVE 'NO PRIOR' TO WS-TREND
                   MOVE 0 TO WS-RATE-CHANGE
               ELSE
                   SUBTRACT WS-S-P-RATE(WS-PICK-IX)
                       FROM WS-S-RATE(WS-PICK-IX)
                       GIVING WS-RATE-CHANGE
                   IF WS-RATE-CHANGE IS GREATER THAN 0
                   THEN MOVE 'WORSE' TO WS-TREND
                   ELSE IF WS-RATE-CHANGE IS LESS THAN 0
                   THEN MOVE 'BETTER' TO WS-TREND
                   ELSE MOVE 'SAME' TO WS-TREND
                   END-IF
               END-IF.
               MOVE WS-RANK TO WS-DISP-RANK.
               MOVE WS-S-DAYS(WS-PICK-IX) TO WS-DISP-DAYS.
               MOVE WS-S-CONTRIB(WS-PICK-IX) TO WS-DISP-CONTRIB.
               MOVE WS-S-ERRORS(WS-PICK-IX) TO WS-DISP-ERRORS.
               MOVE WS-S-RATE(WS-PICK-IX) TO WS-DISP-RATE.
               MOVE WS-S-P-RATE(WS-PICK-IX) TO WS-DISP-P-RATE.
               MOVE WS-RATE-CHANGE TO WS-DISP-CHANGE.
               MOVE SPACES TO REPORT-RECORD.
               STRING ' ' WS-DISP-RANK
                   ' ' WS-S-STATION(WS-PICK-IX)
                   ' ' WS-S-DSN(WS-PICK-IX)
                   '  ' WS-DISP-DAYS
                   ' ' WS-DISP-CONTRIB
                   '  ' WS-DISP-ERRORS
                   '     ' WS-DISP-RATE
                   '     ' WS-DISP-P-RATE
                   ' ' WS-DISP-CHANGE
                   '  ' WS-TREND
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-S-DUP(WS-PICK-IX) TO WS-DISP-CONTRIB.
               MOVE WS-S-OOO(WS-PICK-IX) TO WS-DISP-ERRORS.
               MOVE WS-S-GAPS(WS-PICK-IX) TO WS-DISP-SHORT.
               MOVE WS-S-QUAR(WS-PICK-IX) TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '         DUPLICATES ' WS-DISP-CONTRIB
                   '  OUT-OF-ORDER ' WS-DISP-ERRORS
                   '  GAPS ' WS-DISP-SHORT
                   '  QUARANTINED ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1300-LIST-MISSED-VOLUME.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-MISS-DAYS TO WS-DISP-MISSED.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'STATIONS BELOW EXPECTED VOLUME ON MORE THAN '
                   WS-DISP-MISSED ' DAYS'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1310-CHECK-MISSED-VOLUME
                   VARYING WS-STA-IX FROM 1 BY 1
                   UNTIL WS-STA-IX IS GREATER THAN WS-STA-COUNT.
               IF WS-LISTED-COUNT IS EQUAL TO 0
               THEN
                   MOVE '    NONE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE MOVE 'Y' TO WS-WARNING-SW
               END-IF.
               GO TO 1900-FINALIZE.

           1310-CHECK-MISSED-VOLUME.
               IF WS-S-MISSED(WS-STA-IX) IS GREATER THAN WS-MISS-DAYS
               THEN
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WS-S-MISSED(WS-STA-IX) TO WS-DISP-MISSED
                   MOVE WS-S-DAYS(WS-STA-IX) TO WS-DISP-DAYS
                   MOVE WS-S-EXPECTED(WS-STA-IX) TO WS-DISP-CONTRIB
                   MOVE WS-S-SHORTFALL(WS-STA-IX) TO WS-DISP-SHORT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    STATION ' WS-S-STATION(WS-STA-IX)
                       '  FEED ' WS-S-DSN(WS-STA-IX)
                       '  MISSED ON ' WS-DISP-MISSED
                       ' OF ' WS-DISP-DAYS ' DAYS'
                       '  EXPECTED ' WS-DISP-CONTRIB
                       '  SHORTFALL ' WS-DISP-SHORT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1900-FINALIZE.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ROWS-READ TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HISTORY ROWS READ     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ROWS-SELECTED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HISTORY ROWS USED     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-STA-DROPPED IS GREATER THAN 0
               THEN
                   MOVE WS-STA-DROPPED TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'STATION TABLE FULL - ' WS-DISP-COUNT
                       ' HISTORY ROWS NOT SCORED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.
               IF WS-WARNING-RAISED
               THEN MOVE 4 TO RETURN-CODE
               END-IF.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
