       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGFILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETER-FILE ASSIGN TO "REGPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT VESSEL-LEDGER-FILE ASSIGN TO "VESSLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LG-HULL-NUM
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO "ARCHIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT VIOLATION-HISTORY-FILE ASSIGN TO "VIOLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VIOLHIST-STATUS.
               SELECT ZONE-ARCHIVE-FILE ASSIGN TO "ZARCHIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZARCHIN-STATUS.
               SELECT FILING-FILE ASSIGN TO "REGEXTR"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "REGFRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 RP-FILING-MONTH PIC 9(6).

           FD  VESSEL-MASTER-FILE.
               COPY VESSMST.

           FD  VESSEL-LEDGER-FILE.
               COPY LEDGREC.

           FD  RUN-HISTORY-FILE.
               COPY RUNHREC.

           FD  ARCHIVE-FILE.
           01  ARCHIVE-RECORD.
               05 AR-RUN-DATE     PIC 9(8).
               05 AR-AUDIT-DATA   PIC X(121).

           FD  VIOLATION-HISTORY-FILE.
               COPY VIOLHREC.

           FD  ZONE-ARCHIVE-FILE.
           01  ZONE-ARCHIVE-RECORD.
               05 ZA-RUN-DATE     PIC 9(8).
               05 ZA-INCIDENT-DATA PIC X(132).

           FD  FILING-FILE.
               COPY REGFREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               COPY AUDITREC.
               01 WS-ZONE-INCIDENT.
                   05 WS-ZI-EVENT PIC X(5).
                   05 FILLER PIC X(6).
                   05 WS-ZI-ZONE-ID PIC X(8).
                   05 FILLER PIC X.
                   05 WS-ZI-SEVERITY PIC X(8).
                   05 FILLER PIC X(6).
                   05 WS-ZI-HULL PIC X(8).
                   05 FILLER PIC X(90).
               01 WS-PARM-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-ARCHIVE-STATUS PIC X(02) VALUE '00'.
               01 WS-VIOLHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-ZARCHIN-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-VESSMAST VALUE 'Y'.
               01 WS-RUNHIST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-RUNHIST VALUE 'Y'.
               01 WS-ARCHIVE-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ARCHIVE VALUE 'Y'.
               01 WS-VIOLHIST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-VIOLHIST VALUE 'Y'.
               01 WS-ZARCHIN-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ZARCHIN VALUE 'Y'.
               01 WS-VESSMAST-SW PIC X VALUE 'N'.
                   88 WS-VESSMAST-AVAILABLE VALUE 'Y'.
               01 WS-RUN-FOUND-SW PIC X VALUE 'N'.
                   88 WS-RUN-FOUND VALUE 'Y'.
               01 WS-LEDGER-SW PIC X VALUE 'N'.
                   88 WS-LEDGER-AVAILABLE VALUE 'Y'.
               01 WS-TODAY PIC 9(8) VALUE 0.
               01 WS-FILING-MONTH PIC 9(6) VALUE 0.
               01 WS-FILING-YEAR PIC 9(4) VALUE 0.
               01 WS-FILING-MM PIC 9(2) VALUE 0.
               01 WS-PERIOD-FROM PIC 9(8) VALUE 0.
               01 WS-PERIOD-TO PIC 9(8) VALUE 0.
               01 WS-NEXT-MONTH-DATE PIC 9(8) VALUE 0.
               01 WS-DATE-INT PIC 9(8) VALUE 0.
               01 WS-HULL-MAX PIC 9(4) VALUE 500.
               01 WS-HULL-COUNT PIC 9(4) VALUE 0.
               01 WS-HULL-TABLE.
                   05 WS-HULL-ENTRY OCCURS 500 TIMES.
                       10 WS-H-HULL PIC X(8).
                       10 WS-H-NAME PIC X(30).
                       10 WS-H-STATUS PIC X.
                       10 WS-H-DIVES PIC 9(5).
                       10 WS-H-DISTANCE PIC 9(16).
                       10 WS-H-DEEPEST PIC S9(16).
                       10 WS-H-DEEP-SW PIC X.
                           88 WS-H-DEEP-SET VALUE 'Y'.
                       10 WS-H-CRITICAL PIC 9(5).
                       10 WS-H-WARNING PIC 9(5).
                       10 WS-H-OTHER PIC 9(5).
                       10 WS-H-ENDUR PIC 9(5).
                       10 WS-H-ZONE-ENTRIES PIC 9(7).
               01 WS-HULL-IX PIC 9(4) VALUE 0.
               01 WS-FOUND-IX PIC 9(4) VALUE 0.
               01 WS-FIND-HULL PIC X(8) VALUE SPACES.
               01 WS-ZP-MAX PIC 9(4) VALUE 2000.
               01 WS-ZP-COUNT PIC 9(4) VALUE 0.
               01 WS-ZONE-PAIR-TABLE.
                   05 WS-ZONE-PAIR OCCURS 2000 TIMES.
                       10 WS-ZP-HULL-IX PIC 9(4).
                       10 WS-ZP-ZONE-ID PIC X(8).
                       10 WS-ZP-COUNT-IN PIC 9(5).
               01 WS-ZP-IX PIC 9(4) VALUE 0.
               01 WS-ZP-FOUND-IX PIC 9(4) VALUE 0.
               01 WS-SLOT-IX PIC 9(2) VALUE 0.
               01 WS-SLOT-MAX PIC 9(2) VALUE 8.
               01 WS-RUN-MAX PIC 9(3) VALUE 62.
               01 WS-RUN-COUNT PIC 9(3) VALUE 0.
               01 WS-RUN-TABLE.
                   05 WS-RUN-ENTRY OCCURS 62 TIMES.
                       10 WS-RD-DATE PIC 9(8).
                       10 WS-RD-AUDIT-SW PIC X.
                           88 WS-RD-AUDIT-SEEN VALUE 'Y'.
               01 WS-RUN-IX PIC 9(3) VALUE 0.
               01 WS-DIVE-DATE PIC 9(8) VALUE 0.
               01 WS-DIVE-HULL PIC X(8) VALUE SPACES.
               01 WS-DIVE-HULL-IX PIC 9(4) VALUE 0.
               01 WS-DIVE-LAST-POS PIC 9(16) VALUE 0.
               01 WS-DIVE-OPEN-SW PIC X VALUE 'N'.
                   88 WS-DIVE-OPEN VALUE 'Y'.
               01 WS-AUDIT-READ PIC 9(9) VALUE 0.
               01 WS-AUDIT-SELECTED PIC 9(9) VALUE 0.
               01 WS-VIOL-READ PIC 9(9) VALUE 0.
               01 WS-VIOL-SELECTED PIC 9(9) VALUE 0.
               01 WS-RESERVE-COUNT PIC 9(9) VALUE 0.
               01 WS-ZONE-READ PIC 9(9) VALUE 0.
               01 WS-ZONE-SELECTED PIC 9(9) VALUE 0.
               01 WS-EXCEPTION-COUNT PIC 9(9) VALUE 0.
               01 WS-DROPPED-HULLS PIC 9(5) VALUE 0.
               01 WS-DROPPED-ZONES PIC 9(5) VALUE 0.
               01 WS-NOT-FILED-COUNT PIC 9(5) VALUE 0.
               01 WS-UNCOVERED-COUNT PIC 9(3) VALUE 0.
               01 WS-WARNING-SW PIC X VALUE 'N'.
                   88 WS-WARNING-RAISED VALUE 'Y'.
               01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
               01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
               01 WS-HASH-DIVES PIC 9(9) VALUE 0.
               01 WS-HASH-DISTANCE PIC 9(18) VALUE 0.
               01 WS-HASH-DEEPEST PIC S9(18) VALUE 0.
               01 WS-HASH-VIOL PIC 9(9) VALUE 0.
               01 WS-HASH-ZONE PIC 9(9) VALUE 0.
               01 WS-HASH-ENDUR PIC 9(9) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-DIVES PIC ZZZZ9.
               01 WS-DISP-DIST PIC Z(15)9.
               01 WS-DISP-DEPTH PIC -(16)9.
               01 WS-DISP-CRIT PIC ZZZZ9.
               01 WS-DISP-WARN PIC ZZZZ9.
               01 WS-DISP-OTHER PIC ZZZZ9.
               01 WS-DISP-ENDUR PIC ZZZZ9.
               01 WS-DISP-ZONES PIC Z(6)9.
               01 WS-DISP-HASH PIC Z(17)9.
               01 WS-DISP-SHASH PIC -(18)9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               PERFORM 0200-LOAD-PARAMETERS.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'REGULATORY DIVE ACTIVITY FILING'
                   ' - CONTROL LISTING'
                   '  MONTH ' WS-FILING-MONTH
                   '  PERIOD ' WS-PERIOD-FROM ' TO ' WS-PERIOD-TO
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'PREPARED ' WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0300-LOAD-HULLS.
               IF NOT WS-VESSMAST-AVAILABLE
               THEN
                   MOVE 'VESSEL MASTER NOT AVAILABLE - NO FILING'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 0400-LOAD-RUNS.
               OPEN INPUT ARCHIVE-FILE.
               IF WS-ARCHIVE-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'AUDIT ARCHIVE NOT AVAILABLE - NO FILING'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT VIOLATION-HISTORY-FILE.
               IF WS-VIOLHIST-STATUS IS NOT EQUAL TO '00'
               THEN
                   CLOSE ARCHIVE-FILE
                   MOVE 'VIOLATION HISTORY NOT AVAILABLE - NO FILING'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT ZONE-ARCHIVE-FILE.
               IF WS-ZARCHIN-STATUS IS NOT EQUAL TO '00'
               THEN
                   CLOSE ARCHIVE-FILE
                   CLOSE VIOLATION-HISTORY-FILE
                   MOVE 'ZONE ARCHIVE NOT AVAILABLE - NO FILING'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 1000-READ-AUDIT
                   UNTIL END-OF-ARCHIVE.
               IF WS-DIVE-OPEN
               THEN PERFORM 1020-CLOSE-DIVE
               END-IF.
               CLOSE ARCHIVE-FILE.
               PERFORM 1100-READ-VIOLATION
                   UNTIL END-OF-VIOLHIST.
               CLOSE VIOLATION-HISTORY-FILE.
               PERFORM 1200-READ-ZONE-INCIDENT
                   UNTIL END-OF-ZARCHIN.
               CLOSE ZONE-ARCHIVE-FILE.
               GO TO 1300-CHECK-RUNS.

           0200-LOAD-PARAMETERS.
               MOVE 0 TO WS-FILING-MONTH.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF RP-FILING-MONTH IS NUMERIC
                           THEN MOVE RP-FILING-MONTH TO WS-FILING-MONTH
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.
               DIVIDE WS-FILING-MONTH BY 100 GIVING WS-FILING-YEAR
                   REMAINDER WS-FILING-MM.
               IF WS-FILING-MM IS LESS THAN 1
                   OR WS-FILING-MM IS GREATER THAN 12
                   OR WS-FILING-YEAR IS LESS THAN 1601
               THEN
                   DIVIDE WS-TODAY BY 10000 GIVING WS-FILING-YEAR
                   DIVIDE WS-TODAY BY 100 GIVING WS-FILING-MONTH
                   DIVIDE WS-FILING-MONTH BY 100 GIVING WS-DATE-INT
                       REMAINDER WS-FILING-MM
                   IF WS-FILING-MM IS EQUAL TO 1
                   THEN
                       SUBTRACT 1 FROM WS-FILING-YEAR
                       MOVE 12 TO WS-FILING-MM
                   ELSE SUBTRACT 1 FROM WS-FILING-MM
                   END-IF
               END-IF.
               COMPUTE WS-FILING-MONTH =
                   WS-FILING-YEAR * 100 + WS-FILING-MM.
               COMPUTE WS-PERIOD-FROM = WS-FILING-MONTH * 100 + 1.
               IF WS-FILING-MM IS EQUAL TO 12
               THEN COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-FILING-YEAR + 1) * 10000 + 101
               ELSE COMPUTE WS-NEXT-MONTH-DATE =
                   WS-PERIOD-FROM + 100
               END-IF.
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
               COMPUTE WS-PERIOD-TO =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           0300-LOAD-HULLS.
               OPEN INPUT VESSEL-MASTER-FILE.
               IF WS-VESSMAST-STATUS IS EQUAL TO '00'
               THEN
                   MOVE 'Y' TO WS-VESSMAST-SW
                   PERFORM 0310-READ-HULL
                       UNTIL END-OF-VESSMAST
                   CLOSE VESSEL-MASTER-FILE
               END-IF.
               IF WS-DROPPED-HULLS IS GREATER THAN 0
               THEN
                   MOVE WS-DROPPED-HULLS TO WS-DISP-DIVES
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'HULL TABLE FULL - ' WS-DISP-DIVES
                       ' REGISTERED HULLS NOT FILED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.

           0310-READ-HULL.
               READ VESSEL-MASTER-FILE
                   AT END SET END-OF-VESSMAST TO TRUE
                   NOT AT END
                       IF WS-HULL-COUNT IS LESS THAN WS-HULL-MAX
                       THEN
                           ADD 1 TO WS-HULL-COUNT
                           PERFORM 0320-ADD-HULL
                       ELSE ADD 1 TO WS-DROPPED-HULLS
                       END-IF
               END-READ.

           0320-ADD-HULL.
               MOVE VM-HULL-NUM TO WS-H-HULL(WS-HULL-COUNT).
               MOVE VM-VESSEL-NAME TO WS-H-NAME(WS-HULL-COUNT).
               MOVE VM-STATUS TO WS-H-STATUS(WS-HULL-COUNT).
               MOVE 0 TO WS-H-DIVES(WS-HULL-COUNT).
               MOVE 0 TO WS-H-DISTANCE(WS-HULL-COUNT).
               MOVE 0 TO WS-H-DEEPEST(WS-HULL-COUNT).
               MOVE 'N' TO WS-H-DEEP-SW(WS-HULL-COUNT).
               MOVE 0 TO WS-H-CRITICAL(WS-HULL-COUNT).
               MOVE 0 TO WS-H-WARNING(WS-HULL-COUNT).
               MOVE 0 TO WS-H-OTHER(WS-HULL-COUNT).
               MOVE 0 TO WS-H-ENDUR(WS-HULL-COUNT).
               MOVE 0 TO WS-H-ZONE-ENTRIES(WS-HULL-COUNT).

           0400-LOAD-RUNS.
               OPEN INPUT RUN-HISTORY-FILE.
               IF WS-RUNHIST-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0410-READ-RUN
                       UNTIL END-OF-RUNHIST
                   CLOSE RUN-HISTORY-FILE
               ELSE
                   MOVE 'RUN HISTORY NOT AVAILABLE - COVERAGE UNCHECKED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.

           0410-READ-RUN.
               READ RUN-HISTORY-FILE
                   AT END SET END-OF-RUNHIST TO TRUE
                   NOT AT END
                       IF RH-RUN-DATE IS NOT LESS THAN WS-PERIOD-FROM
                           AND RH-RUN-DATE IS NOT GREATER THAN
                               WS-PERIOD-TO
                       THEN
                           MOVE 'N' TO WS-RUN-FOUND-SW
                           PERFORM 0420-MATCH-RUN
                               VARYING WS-RUN-IX FROM 1 BY 1
                               UNTIL WS-RUN-IX IS GREATER THAN
                                   WS-RUN-COUNT
                           IF NOT WS-RUN-FOUND
                               AND WS-RUN-COUNT IS LESS THAN
                                   WS-RUN-MAX
                           THEN
                               ADD 1 TO WS-RUN-COUNT
                               MOVE RH-RUN-DATE TO
                                   WS-RD-DATE(WS-RUN-COUNT)
                               MOVE 'N' TO
                                   WS-RD-AUDIT-SW(WS-RUN-COUNT)
                           END-IF
                       END-IF
               END-READ.

           0420-MATCH-RUN.
               IF WS-RD-DATE(WS-RUN-IX) IS EQUAL TO RH-RUN-DATE
               THEN MOVE 'Y' TO WS-RUN-FOUND-SW
               END-IF.

           1000-READ-AUDIT.
               READ ARCHIVE-FILE
                   AT END SET END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AR-RUN-DATE IS NOT LESS THAN WS-PERIOD-FROM
                           AND AR-RUN-DATE IS NOT GREATER THAN
                               WS-PERIOD-TO
                       THEN PERFORM 1010-ACCUMULATE-AUDIT
                       END-IF
               END-READ.

           1010-ACCUMULATE-AUDIT.
               ADD 1 TO WS-AUDIT-SELECTED.
               MOVE AR-AUDIT-DATA TO AUDIT-RECORD.
               IF NOT WS-DIVE-OPEN
                   OR AR-RUN-DATE IS NOT EQUAL TO WS-DIVE-DATE
                   OR AU-HULL-NUM IS NOT EQUAL TO WS-DIVE-HULL
               THEN
                   IF WS-DIVE-OPEN
                   THEN PERFORM 1020-CLOSE-DIVE
                   END-IF
                   PERFORM 1015-OPEN-DIVE
               END-IF.
               MOVE AU-POS TO WS-DIVE-LAST-POS.
               IF WS-DIVE-HULL-IX IS GREATER THAN 0
               THEN
                   IF NOT WS-H-DEEP-SET(WS-DIVE-HULL-IX)
                       OR AU-DEPTH IS GREATER THAN
                           WS-H-DEEPEST(WS-DIVE-HULL-IX)
                   THEN
                       MOVE AU-DEPTH TO WS-H-DEEPEST(WS-DIVE-HULL-IX)
                       MOVE 'Y' TO WS-H-DEEP-SW(WS-DIVE-HULL-IX)
                   END-IF
               END-IF.

           1015-OPEN-DIVE.
               MOVE 'Y' TO WS-DIVE-OPEN-SW.
               MOVE AR-RUN-DATE TO WS-DIVE-DATE.
               MOVE AU-HULL-NUM TO WS-DIVE-HULL.
               MOVE 0 TO WS-DIVE-LAST-POS.
               MOVE AU-HULL-NUM TO WS-FIND-HULL.
               PERFORM 1900-FIND-HULL.
               MOVE WS-FOUND-IX TO WS-DIVE-HULL-IX.
               IF WS-DIVE-HULL-IX IS EQUAL TO 0
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'DIVE BY UNREGISTERED HULL ' AU-HULL-NUM
                       ' ON ' AR-RUN-DATE ' - NOT FILED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 1950-WRITE-EXCEPTION
               ELSE ADD 1 TO WS-H-DIVES(WS-DIVE-HULL-IX)
               END-IF.
               PERFORM 1016-MARK-RUN
                   VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX IS GREATER THAN WS-RUN-COUNT.

           1016-MARK-RUN.
               IF WS-RD-DATE(WS-RUN-IX) IS EQUAL TO AR-RUN-DATE
               THEN MOVE 'Y' TO WS-RD-AUDIT-SW(WS-RUN-IX)
               END-IF.

           1020-CLOSE-DIVE.
               IF WS-DIVE-HULL-IX IS GREATER THAN 0
               THEN ADD WS-DIVE-LAST-POS TO
                   WS-H-DISTANCE(WS-DIVE-HULL-IX)
               END-IF.
               MOVE 'N' TO WS-DIVE-OPEN-SW.

           1100-READ-VIOLATION.
               READ VIOLATION-HISTORY-FILE
                   AT END SET END-OF-VIOLHIST TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VIOL-READ
                       IF VH-RUN-DATE IS NOT LESS THAN WS-PERIOD-FROM
                           AND VH-RUN-DATE IS NOT GREATER THAN
                               WS-PERIOD-TO
                       THEN PERFORM 1110-ACCUMULATE-VIOLATION
                       END-IF
               END-READ.

           1110-ACCUMULATE-VIOLATION.
               ADD 1 TO WS-VIOL-SELECTED.
               MOVE VH-HULL-NUM TO WS-FIND-HULL.
               PERFORM 1900-FIND-HULL.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'VIOLATION FOR UNREGISTERED HULL '
                       VH-HULL-NUM ' ON ' VH-RUN-DATE ' - NOT FILED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 1950-WRITE-EXCEPTION
               ELSE IF VH-VIOL-TEXT IS EQUAL TO 'ENDURANCE EXHAUSTED'
               THEN ADD 1 TO WS-H-ENDUR(WS-FOUND-IX)
               ELSE IF VH-VIOL-TEXT(1:9) IS EQUAL TO 'ENDURANCE'
               THEN ADD 1 TO WS-RESERVE-COUNT
               ELSE IF VH-SEVERITY IS EQUAL TO 'CRITICAL'
               THEN ADD 1 TO WS-H-CRITICAL(WS-FOUND-IX)
               ELSE IF VH-SEVERITY IS EQUAL TO 'WARNING'
               THEN ADD 1 TO WS-H-WARNING(WS-FOUND-IX)
               ELSE ADD 1 TO WS-H-OTHER(WS-FOUND-IX)
               END-IF.

           1200-READ-ZONE-INCIDENT.
               READ ZONE-ARCHIVE-FILE
                   AT END SET END-OF-ZARCHIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ZONE-READ
                       IF ZA-RUN-DATE IS NOT LESS THAN WS-PERIOD-FROM
                           AND ZA-RUN-DATE IS NOT GREATER THAN
                               WS-PERIOD-TO
                       THEN
                           MOVE ZA-INCIDENT-DATA TO WS-ZONE-INCIDENT
                           IF WS-ZI-EVENT IS EQUAL TO 'ENTRY'
                           THEN PERFORM 1210-ACCUMULATE-ENTRY
                           END-IF
                       END-IF
               END-READ.

           1210-ACCUMULATE-ENTRY.
               ADD 1 TO WS-ZONE-SELECTED.
               MOVE WS-ZI-HULL TO WS-FIND-HULL.
               PERFORM 1900-FIND-HULL.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ZONE ENTRY BY UNREGISTERED HULL '
                       WS-ZI-HULL ' ON ' ZA-RUN-DATE ' - NOT FILED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 1950-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-H-ZONE-ENTRIES(WS-FOUND-IX)
                   MOVE 0 TO WS-ZP-FOUND-IX
                   PERFORM 1220-MATCH-ZONE-PAIR
                       VARYING WS-ZP-IX FROM 1 BY 1
                       UNTIL WS-ZP-IX IS GREATER THAN WS-ZP-COUNT
                   IF WS-ZP-FOUND-IX IS GREATER THAN 0
                   THEN ADD 1 TO WS-ZP-COUNT-IN(WS-ZP-FOUND-IX)
                   ELSE IF WS-ZP-COUNT IS LESS THAN WS-ZP-MAX
                   THEN
                       ADD 1 TO WS-ZP-COUNT
                       MOVE WS-FOUND-IX TO WS-ZP-HULL-IX(WS-ZP-COUNT)
                       MOVE WS-ZI-ZONE-ID TO WS-ZP-ZONE-ID(WS-ZP-COUNT)
                       MOVE 1 TO WS-ZP-COUNT-IN(WS-ZP-COUNT)
                   ELSE ADD 1 TO WS-DROPPED-ZONES
                   END-IF
               END-IF.

           1220-MATCH-ZONE-PAIR.
               IF WS-ZP-HULL-IX(WS-ZP-IX) IS EQUAL TO WS-FOUND-IX
                   AND WS-ZP-ZONE-ID(WS-ZP-IX) IS EQUAL TO
                       WS-ZI-ZONE-ID
               THEN MOVE WS-ZP-IX TO WS-ZP-FOUND-IX
               END-IF.

           1300-CHECK-RUNS.
               PERFORM 1310-CHECK-RUN-COVERED
                   VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX IS GREATER THAN WS-RUN-COUNT.
               IF WS-DROPPED-ZONES IS GREATER THAN 0
               THEN
                   MOVE WS-DROPPED-ZONES TO WS-DISP-DIVES
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ZONE TABLE FULL - ' WS-DISP-DIVES
                       ' ZONE ENTRIES NOT BROKEN DOWN BY ZONE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 1950-WRITE-EXCEPTION
               END-IF.
               GO TO 1400-WRITE-FILING.

           1310-CHECK-RUN-COVERED.
               IF NOT WS-RD-AUDIT-SEEN(WS-RUN-IX)
               THEN
                   ADD 1 TO WS-UNCOVERED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CYCLE RUN ' WS-RD-DATE(WS-RUN-IX)
                       ' HAS NO AUDIT ARCHIVE DATA - DIVES NOT COUNTED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   PERFORM 1950-WRITE-EXCEPTION
               END-IF.

           1400-WRITE-FILING.
               OPEN INPUT VESSEL-LEDGER-FILE.
               IF WS-LEDGER-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-LEDGER-SW
               ELSE
                   MOVE 'VESSEL LEDGER NOT AVAILABLE - LIFETIME ZERO'
                       TO REPORT-RECORD
                   PERFORM 1950-WRITE-EXCEPTION
               END-IF.
               OPEN OUTPUT FILING-FILE.
               MOVE SPACES TO FILING-HEADER-RECORD.
               MOVE 'H' TO RF-H-REC-TYPE.
               MOVE WS-FILING-MONTH TO RF-H-FILING-MONTH.
               MOVE WS-PERIOD-FROM TO RF-H-PERIOD-FROM.
               MOVE WS-PERIOD-TO TO RF-H-PERIOD-TO.
               MOVE WS-TODAY TO RF-H-CREATED-DATE.
               MOVE WS-RUN-COUNT TO RF-H-RUN-COUNT.
               WRITE FILING-HEADER-RECORD.
               ADD 1 TO WS-RECORD-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL     VESSEL NAME'
                   '                    DIVES'
                   '         DISTANCE'
                   '           DEEPEST'
                   '  CRIT  WARN   EXH   ZONES'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1410-WRITE-HULL
                   VARYING WS-HULL-IX FROM 1 BY 1
                   UNTIL WS-HULL-IX IS GREATER THAN WS-HULL-COUNT.
               ADD 1 TO WS-RECORD-COUNT.
               MOVE SPACES TO FILING-TRAILER-RECORD.
               MOVE 'T' TO RF-T-REC-TYPE.
               MOVE WS-DETAIL-COUNT TO RF-T-DETAIL-COUNT.
               MOVE WS-RECORD-COUNT TO RF-T-RECORD-COUNT.
               MOVE WS-HASH-DIVES TO RF-T-HASH-DIVES.
               MOVE WS-HASH-DISTANCE TO RF-T-HASH-DISTANCE.
               MOVE WS-HASH-DEEPEST TO RF-T-HASH-DEEPEST.
               MOVE WS-HASH-VIOL TO RF-T-HASH-VIOL.
               MOVE WS-HASH-ZONE TO RF-T-HASH-ZONE.
               MOVE WS-HASH-ENDUR TO RF-T-HASH-ENDUR.
               WRITE FILING-TRAILER-RECORD.
               CLOSE FILING-FILE.
               IF WS-LEDGER-AVAILABLE
               THEN CLOSE VESSEL-LEDGER-FILE
               END-IF.
               GO TO 1800-WRITE-CONTROLS.

           1410-WRITE-HULL.
               IF WS-H-STATUS(WS-HULL-IX) IS NOT EQUAL TO 'A'
                   AND WS-H-DIVES(WS-HULL-IX) IS EQUAL TO 0
                   AND WS-H-CRITICAL(WS-HULL-IX) IS EQUAL TO 0
                   AND WS-H-WARNING(WS-HULL-IX) IS EQUAL TO 0
                   AND WS-H-OTHER(WS-HULL-IX) IS EQUAL TO 0
                   AND WS-H-ENDUR(WS-HULL-IX) IS EQUAL TO 0
                   AND WS-H-ZONE-ENTRIES(WS-HULL-IX) IS EQUAL TO 0
               THEN ADD 1 TO WS-NOT-FILED-COUNT
               ELSE PERFORM 1420-WRITE-DETAIL
               END-IF.

           1420-WRITE-DETAIL.
               MOVE SPACES TO FILING-DETAIL-RECORD.
               MOVE 'D' TO RF-D-REC-TYPE.
               MOVE WS-H-HULL(WS-HULL-IX) TO RF-D-HULL-NUM.
               MOVE WS-H-NAME(WS-HULL-IX) TO RF-D-VESSEL-NAME.
               MOVE WS-H-DIVES(WS-HULL-IX) TO RF-D-DIVES.
               MOVE WS-H-DISTANCE(WS-HULL-IX) TO RF-D-DISTANCE.
               MOVE WS-H-DEEPEST(WS-HULL-IX) TO RF-D-DEEPEST.
               MOVE WS-H-CRITICAL(WS-HULL-IX) TO RF-D-VIOL-CRITICAL.
               MOVE WS-H-WARNING(WS-HULL-IX) TO RF-D-VIOL-WARNING.
               MOVE WS-H-OTHER(WS-HULL-IX) TO RF-D-VIOL-OTHER.
               MOVE WS-H-ENDUR(WS-HULL-IX) TO RF-D-ENDUR-EXH.
               MOVE WS-H-ZONE-ENTRIES(WS-HULL-IX) TO RF-D-ZONE-ENTRIES.
               PERFORM 1421-CLEAR-SLOT
                   VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX IS GREATER THAN WS-SLOT-MAX.
               MOVE 0 TO RF-D-ZONE-OTHER.
               MOVE 0 TO WS-SLOT-IX.
               PERFORM 1422-COLLECT-ZONE
                   VARYING WS-ZP-IX FROM 1 BY 1
                   UNTIL WS-ZP-IX IS GREATER THAN WS-ZP-COUNT.
               MOVE 0 TO RF-D-LIFE-DIVES.
               MOVE 0 TO RF-D-LIFE-DISTANCE.
               IF WS-LEDGER-AVAILABLE
               THEN
                   MOVE WS-H-HULL(WS-HULL-IX) TO LG-HULL-NUM
                   READ VESSEL-LEDGER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE LG-DIVE-COUNT TO RF-D-LIFE-DIVES
                           MOVE LG-TOTAL-FWD TO RF-D-LIFE-DISTANCE
                   END-READ
               END-IF.
               WRITE FILING-DETAIL-RECORD.
               ADD 1 TO WS-DETAIL-COUNT.
               ADD 1 TO WS-RECORD-COUNT.
               ADD WS-H-DIVES(WS-HULL-IX) TO WS-HASH-DIVES.
               ADD WS-H-DISTANCE(WS-HULL-IX) TO WS-HASH-DISTANCE.
               ADD WS-H-DEEPEST(WS-HULL-IX) TO WS-HASH-DEEPEST.
               ADD WS-H-CRITICAL(WS-HULL-IX) WS-H-WARNING(WS-HULL-IX)
                   WS-H-OTHER(WS-HULL-IX) TO WS-HASH-VIOL.
               ADD WS-H-ZONE-ENTRIES(WS-HULL-IX) TO WS-HASH-ZONE.
               ADD WS-H-ENDUR(WS-HULL-IX) TO WS-HASH-ENDUR.
               PERFORM 1430-LIST-DETAIL.

           1421-CLEAR-SLOT.
               MOVE SPACES TO RF-D-ZONE-ID(WS-SLOT-IX).
               MOVE 0 TO RF-D-ZONE-COUNT(WS-SLOT-IX).

           1422-COLLECT-ZONE.
               IF WS-ZP-HULL-IX(WS-ZP-IX) IS EQUAL TO WS-HULL-IX
               THEN
                   IF WS-SLOT-IX IS LESS THAN WS-SLOT-MAX
                   THEN
                       ADD 1 TO WS-SLOT-IX
                       MOVE WS-ZP-ZONE-ID(WS-ZP-IX) TO
                           RF-D-ZONE-ID(WS-SLOT-IX)
                       MOVE WS-ZP-COUNT-IN(WS-ZP-IX) TO
                           RF-D-ZONE-COUNT(WS-SLOT-IX)
                   ELSE ADD WS-ZP-COUNT-IN(WS-ZP-IX) TO
                       RF-D-ZONE-OTHER
                   END-IF
               END-IF.

           1430-LIST-DETAIL.
               MOVE WS-H-DIVES(WS-HULL-IX) TO WS-DISP-DIVES.
               MOVE WS-H-DISTANCE(WS-HULL-IX) TO WS-DISP-DIST.
               MOVE WS-H-DEEPEST(WS-HULL-IX) TO WS-DISP-DEPTH.
               MOVE WS-H-CRITICAL(WS-HULL-IX) TO WS-DISP-CRIT.
               MOVE WS-H-WARNING(WS-HULL-IX) TO WS-DISP-WARN.
               MOVE WS-H-ENDUR(WS-HULL-IX) TO WS-DISP-ENDUR.
               MOVE WS-H-ZONE-ENTRIES(WS-HULL-IX) TO WS-DISP-ZONES.
               MOVE SPACES TO REPORT-RECORD.
               STRING WS-H-HULL(WS-HULL-IX) ' '
                   WS-H-NAME(WS-HULL-IX) ' ' WS-DISP-DIVES
                   ' ' WS-DISP-DIST ' ' WS-DISP-DEPTH
                   ' ' WS-DISP-CRIT ' ' WS-DISP-WARN
                   ' ' WS-DISP-ENDUR ' ' WS-DISP-ZONES
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-H-OTHER(WS-HULL-IX) IS GREATER THAN 0
               THEN
                   MOVE WS-H-OTHER(WS-HULL-IX) TO WS-DISP-OTHER
                   MOVE SPACES TO REPORT-RECORD
                   STRING '         OTHER SEVERITY VIOLATIONS '
                       WS-DISP-OTHER
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               PERFORM 1431-LIST-ZONE
                   VARYING WS-ZP-IX FROM 1 BY 1
                   UNTIL WS-ZP-IX IS GREATER THAN WS-ZP-COUNT.

           1431-LIST-ZONE.
               IF WS-ZP-HULL-IX(WS-ZP-IX) IS EQUAL TO WS-HULL-IX
               THEN
                   MOVE WS-ZP-COUNT-IN(WS-ZP-IX) TO WS-DISP-ZONES
                   MOVE SPACES TO REPORT-RECORD
                   STRING '         ZONE ' WS-ZP-ZONE-ID(WS-ZP-IX)
                       '  ENTRIES ' WS-DISP-ZONES
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1800-WRITE-CONTROLS.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'CONTROL TOTALS' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-RUN-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    CYCLE RUNS IN MONTH      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-AUDIT-SELECTED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    AUDIT RECORDS USED       ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-VIOL-SELECTED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    VIOLATIONS USED          ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-RESERVE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    RESERVE WARNINGS EXCLUDED' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ZONE-SELECTED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ZONE ENTRIES USED        ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-NOT-FILED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    INACTIVE HULLS NOT FILED ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-EXCEPTION-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    EXCEPTIONS               ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'FILING TRAILER' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-DETAIL-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DETAIL RECORDS           ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-RECORD-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    TOTAL RECORDS            ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HASH-DIVES TO WS-DISP-HASH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HASH DIVES      ' WS-DISP-HASH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HASH-DISTANCE TO WS-DISP-HASH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HASH DISTANCE   ' WS-DISP-HASH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HASH-DEEPEST TO WS-DISP-SHASH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HASH DEEPEST   ' WS-DISP-SHASH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HASH-VIOL TO WS-DISP-HASH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HASH VIOLATIONS ' WS-DISP-HASH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HASH-ZONE TO WS-DISP-HASH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HASH ZONE ENTRY ' WS-DISP-HASH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HASH-ENDUR TO WS-DISP-HASH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HASH ENDURANCE  ' WS-DISP-HASH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-WARNING-RAISED
                   OR WS-EXCEPTION-COUNT IS GREATER THAN 0
               THEN MOVE 4 TO RETURN-CODE
               END-IF.
               GO TO 2000-TERMINATE.

           1900-FIND-HULL.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1910-MATCH-HULL
                   VARYING WS-HULL-IX FROM 1 BY 1
                   UNTIL WS-HULL-IX IS GREATER THAN WS-HULL-COUNT
                       OR WS-FOUND-IX IS GREATER THAN 0.

           1910-MATCH-HULL.
               IF WS-H-HULL(WS-HULL-IX) IS EQUAL TO WS-FIND-HULL
               THEN MOVE WS-HULL-IX TO WS-FOUND-IX
               END-IF.

           1950-WRITE-EXCEPTION.
               WRITE REPORT-RECORD.
               ADD 1 TO WS-EXCEPTION-COUNT.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
