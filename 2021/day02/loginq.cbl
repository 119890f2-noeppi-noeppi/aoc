       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINQ.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REQUEST-FILE ASSIGN TO "LOGREQ"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LOGBOOK-FILE ASSIGN TO "LOGBOOK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOGBOOK-STATUS.
               SELECT REPORT-FILE ASSIGN TO "LOGINQRP"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  REQUEST-FILE.
           01  REQUEST-RECORD.
               05 RQ-HULL-NUM     PIC X(8).
               05 RQ-DATE-FROM    PIC 9(8).
               05 RQ-DATE-TO      PIC 9(8).

           FD  LOGBOOK-FILE.
               COPY LOGBREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-LOGBOOK-STATUS PIC X(02) VALUE '00'.
               01 WS-REQ-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-REQUESTS VALUE 'Y'.
               01 WS-LOG-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-LOGBOOK VALUE 'Y'.
               01 WS-PLACED-SW PIC X VALUE 'N'.
                   88 WS-DIVE-PLACED VALUE 'Y'.
               01 WS-DIVE-MAX PIC 9(5) VALUE 1000.
               01 WS-DIVE-COUNT PIC 9(5) VALUE 0.
               01 WS-DIVE-IX PIC 9(5) VALUE 0.
               01 WS-PRIOR-IX PIC 9(5) VALUE 0.
               01 WS-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-DIVE-TABLE.
                   05 WS-DIVE-ENTRY OCCURS 1000 TIMES.
                       10 WS-D-KEY.
                           15 WS-D-RUN-DATE PIC 9(8).
                           15 WS-D-VESSEL-SEQ PIC 9(5).
                       10 WS-D-IMAGE PIC X(182).
               01 WS-NEW-KEY.
                   05 WS-N-RUN-DATE PIC 9(8).
                   05 WS-N-VESSEL-SEQ PIC 9(5).
               01 WS-REPLACED-COUNT PIC 9(9) VALUE 0.
               01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
               01 WS-CUR-MONTH PIC X(6) VALUE SPACES.
               01 WS-TOTAL-LABEL PIC X(9) VALUE SPACES.
               01 WS-MONTH-TOTALS.
                   05 WS-M-DIVES PIC 9(5).
                   05 WS-M-MINUTES PIC 9(9).
                   05 WS-M-DISTANCE PIC 9(16).
                   05 WS-M-DEEPEST PIC S9(16).
                   05 WS-M-ENDUR-USED PIC S9(16).
                   05 WS-M-GAPS PIC 9(9).
                   05 WS-M-VIOLS PIC 9(9).
                   05 WS-M-ZONES PIC 9(9).
               01 WS-REQUEST-TOTALS.
                   05 WS-R-DIVES PIC 9(5).
                   05 WS-R-MINUTES PIC 9(9).
                   05 WS-R-DISTANCE PIC 9(16).
                   05 WS-R-DEEPEST PIC S9(16).
                   05 WS-R-ENDUR-USED PIC S9(16).
                   05 WS-R-GAPS PIC 9(9).
                   05 WS-R-VIOLS PIC 9(9).
                   05 WS-R-ZONES PIC 9(9).
               01 WS-PRINT-TOTALS.
                   05 WS-T-DIVES PIC 9(5).
                   05 WS-T-MINUTES PIC 9(9).
                   05 WS-T-DISTANCE PIC 9(16).
                   05 WS-T-DEEPEST PIC S9(16).
                   05 WS-T-ENDUR-USED PIC S9(16).
                   05 WS-T-GAPS PIC 9(9).
                   05 WS-T-VIOLS PIC 9(9).
                   05 WS-T-ZONES PIC 9(9).
               01 WS-DISP-VESSEL PIC ZZZZ9.
               01 WS-DISP-DIVES PIC ZZZZ9.
               01 WS-DISP-GAPS PIC ZZZZ9.
               01 WS-DISP-VIOL PIC ZZZZ9.
               01 WS-DISP-ZONES PIC ZZZZ9.
               01 WS-DISP-MIN PIC Z(8)9.
               01 WS-DISP-POS PIC Z(15)9.
               01 WS-DISP-DEPTH PIC -(16)9.
               01 WS-DISP-MAX-DEPTH PIC -(16)9.
               01 WS-DISP-RESULT PIC -(18)9.
               01 WS-DISP-USED PIC -(16)9.
               01 WS-DISP-REMAIN PIC -(16)9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-COUNT2 PIC Z(8)9.
               01 WS-DISP-COUNT3 PIC Z(8)9.
               01 WS-DISP-FROM PIC 9(8).
               01 WS-DISP-TO PIC 9(8).

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               OPEN INPUT REQUEST-FILE.
               OPEN OUTPUT REPORT-FILE.
               MOVE 'DIVE LOGBOOK INQUIRY' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               GO TO 1000-READ-REQUEST.

           1000-READ-REQUEST.
               READ REQUEST-FILE
                   AT END SET END-OF-REQUESTS TO TRUE
               END-READ.
               IF END-OF-REQUESTS
               THEN GO TO 1900-FINALIZE
               END-IF.
               PERFORM 1100-WRITE-REQUEST-HEADER.
               IF RQ-HULL-NUM IS EQUAL TO SPACES
               THEN
                   MOVE '    HULL NUMBER REQUIRED - REQUEST SKIPPED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
                   GO TO 1000-READ-REQUEST
               END-IF.
               MOVE 0 TO WS-DIVE-COUNT.
               MOVE 0 TO WS-REPLACED-COUNT.
               MOVE 0 TO WS-DROPPED-COUNT.
               MOVE 'N' TO WS-LOG-EOF-SW.
               OPEN INPUT LOGBOOK-FILE.
               IF WS-LOGBOOK-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE '    LOGBOOK NOT AVAILABLE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-READ-REQUEST
               END-IF.
               PERFORM 1200-SCAN-LOGBOOK
                   UNTIL END-OF-LOGBOOK.
               PERFORM 1300-LIST-DIVES.
               CLOSE LOGBOOK-FILE.
               GO TO 1000-READ-REQUEST.

           1100-WRITE-REQUEST-HEADER.
               MOVE RQ-DATE-FROM TO WS-DISP-FROM.
               MOVE RQ-DATE-TO TO WS-DISP-TO.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'REQUEST  HULL ' RQ-HULL-NUM
                   '  DATES ' WS-DISP-FROM
                   ' THROUGH ' WS-DISP-TO
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1200-SCAN-LOGBOOK.
               READ LOGBOOK-FILE
                   AT END SET END-OF-LOGBOOK TO TRUE
                   NOT AT END PERFORM 1210-CHECK-RECORD
               END-READ.

           1210-CHECK-RECORD.
               IF LB-HULL-NUM IS EQUAL TO RQ-HULL-NUM
                   AND LB-RUN-DATE IS NOT LESS THAN RQ-DATE-FROM
                   AND (RQ-DATE-TO IS EQUAL TO 0
                       OR LB-RUN-DATE IS NOT GREATER THAN RQ-DATE-TO)
               THEN PERFORM 1220-ADD-DIVE
               END-IF.

           1220-ADD-DIVE.
               MOVE LB-RUN-DATE TO WS-N-RUN-DATE.
               MOVE LB-VESSEL-SEQ TO WS-N-VESSEL-SEQ.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1230-FIND-DIVE
                   VARYING WS-DIVE-IX FROM 1 BY 1
                   UNTIL WS-DIVE-IX IS GREATER THAN WS-DIVE-COUNT.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN
                   MOVE LOGBOOK-RECORD TO WS-D-IMAGE(WS-FOUND-IX)
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE IF WS-DIVE-COUNT IS NOT LESS THAN WS-DIVE-MAX
               THEN ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-DIVE-COUNT
                   MOVE WS-DIVE-COUNT TO WS-DIVE-IX
                   MOVE 'N' TO WS-PLACED-SW
                   PERFORM 1240-SHIFT-DIVE
                       UNTIL WS-DIVE-PLACED
                   MOVE WS-NEW-KEY TO WS-D-KEY(WS-DIVE-IX)
                   MOVE LOGBOOK-RECORD TO WS-D-IMAGE(WS-DIVE-IX)
               END-IF.

           1230-FIND-DIVE.
               IF WS-D-KEY(WS-DIVE-IX) IS EQUAL TO WS-NEW-KEY
               THEN MOVE WS-DIVE-IX TO WS-FOUND-IX
               END-IF.

           1240-SHIFT-DIVE.
               IF WS-DIVE-IX IS EQUAL TO 1
               THEN MOVE 'Y' TO WS-PLACED-SW
               ELSE
                   SUBTRACT 1 FROM WS-DIVE-IX GIVING WS-PRIOR-IX
                   IF WS-D-KEY(WS-PRIOR-IX) IS NOT GREATER THAN
                       WS-NEW-KEY
                   THEN MOVE 'Y' TO WS-PLACED-SW
                   ELSE
                       MOVE WS-DIVE-ENTRY(WS-PRIOR-IX) TO
                           WS-DIVE-ENTRY(WS-DIVE-IX)
                       MOVE WS-PRIOR-IX TO WS-DIVE-IX
                   END-IF
               END-IF.

           1300-LIST-DIVES.
               IF WS-DIVE-COUNT IS EQUAL TO 0
               THEN
                   MOVE '    NO DIVES FOUND' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   MOVE SPACES TO WS-CUR-MONTH
                   PERFORM 1400-CLEAR-MONTH-TOTALS
                   MOVE WS-MONTH-TOTALS TO WS-REQUEST-TOTALS
                   PERFORM 1310-LIST-DIVE
                       VARYING WS-DIVE-IX FROM 1 BY 1
                       UNTIL WS-DIVE-IX IS GREATER THAN WS-DIVE-COUNT
                   MOVE 'SUBTOTAL ' TO WS-TOTAL-LABEL
                   MOVE WS-MONTH-TOTALS TO WS-PRINT-TOTALS
                   PERFORM 1500-WRITE-TOTALS
                   MOVE 'TOTAL    ' TO WS-TOTAL-LABEL
                   MOVE SPACES TO WS-CUR-MONTH
                   MOVE WS-REQUEST-TOTALS TO WS-PRINT-TOTALS
                   PERFORM 1500-WRITE-TOTALS
               END-IF.
               IF WS-REPLACED-COUNT IS GREATER THAN 0
               THEN
                   MOVE WS-REPLACED-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    REPEATED LOGBOOK RECORDS SUPERSEDED '
                       WS-DISP-COUNT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-DROPPED-COUNT IS GREATER THAN 0
               THEN
                   MOVE WS-DROPPED-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    DIVES NOT LISTED, TABLE FULL '
                       WS-DISP-COUNT
                       ' - NARROW THE DATE RANGE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   IF RETURN-CODE IS LESS THAN 4
                   THEN MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           1310-LIST-DIVE.
               MOVE WS-D-IMAGE(WS-DIVE-IX) TO LOGBOOK-RECORD.
               IF LB-RUN-DATE(1:6) IS NOT EQUAL TO WS-CUR-MONTH
               THEN
                   IF WS-CUR-MONTH IS NOT EQUAL TO SPACES
                   THEN
                       MOVE 'SUBTOTAL ' TO WS-TOTAL-LABEL
                       MOVE WS-MONTH-TOTALS TO WS-PRINT-TOTALS
                       PERFORM 1500-WRITE-TOTALS
                       PERFORM 1400-CLEAR-MONTH-TOTALS
                   END-IF
                   MOVE LB-RUN-DATE(1:6) TO WS-CUR-MONTH
               END-IF.
               PERFORM 1320-WRITE-DIVE-LINES.
               ADD 1 TO WS-M-DIVES.
               ADD LB-DURATION-MIN TO WS-M-MINUTES.
               ADD LB-FINAL-POS TO WS-M-DISTANCE.
               IF LB-MAX-DEPTH IS GREATER THAN WS-M-DEEPEST
               THEN MOVE LB-MAX-DEPTH TO WS-M-DEEPEST
               END-IF.
               ADD LB-ENDUR-USED TO WS-M-ENDUR-USED.
               ADD LB-STATION-GAPS TO WS-M-GAPS.
               ADD LB-VIOL-COUNT TO WS-M-VIOLS.
               ADD LB-ZONE-ENTRIES TO WS-M-ZONES.
               ADD 1 TO WS-R-DIVES.
               ADD LB-DURATION-MIN TO WS-R-MINUTES.
               ADD LB-FINAL-POS TO WS-R-DISTANCE.
               IF LB-MAX-DEPTH IS GREATER THAN WS-R-DEEPEST
               THEN MOVE LB-MAX-DEPTH TO WS-R-DEEPEST
               END-IF.
               ADD LB-ENDUR-USED TO WS-R-ENDUR-USED.
               ADD LB-STATION-GAPS TO WS-R-GAPS.
               ADD LB-VIOL-COUNT TO WS-R-VIOLS.
               ADD LB-ZONE-ENTRIES TO WS-R-ZONES.

           1320-WRITE-DIVE-LINES.
               MOVE LB-VESSEL-SEQ TO WS-DISP-VESSEL.
               MOVE LB-DURATION-MIN TO WS-DISP-MIN.
               MOVE LB-STATION-GAPS TO WS-DISP-GAPS.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ' LB-RUN-DATE
                   '  VESSEL ' WS-DISP-VESSEL
                   '  START ' LB-START-TIME
                   '  END ' LB-END-TIME
                   '  DURATION ' WS-DISP-MIN
                   ' MINUTES  STATION GAPS ' WS-DISP-GAPS
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE LB-FINAL-POS TO WS-DISP-POS.
               MOVE LB-FINAL-DEPTH TO WS-DISP-DEPTH.
               MOVE LB-MAX-DEPTH TO WS-DISP-MAX-DEPTH.
               MOVE LB-RESULT TO WS-DISP-RESULT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '        POS ' WS-DISP-POS
                   '  DEPTH ' WS-DISP-DEPTH
                   '  MAX DEPTH ' WS-DISP-MAX-DEPTH
                   '  RESULT ' WS-DISP-RESULT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE LB-VIOL-COUNT TO WS-DISP-VIOL.
               MOVE LB-ZONE-ENTRIES TO WS-DISP-ZONES.
               MOVE SPACES TO REPORT-RECORD.
               IF LB-ENDUR-TRACKED
               THEN
                   MOVE LB-ENDUR-USED TO WS-DISP-USED
                   MOVE LB-ENDUR-REMAIN TO WS-DISP-REMAIN
                   STRING '        ENDURANCE CONSUMED ' WS-DISP-USED
                       '  REMAINING ' WS-DISP-REMAIN
                       '  VIOLATIONS ' WS-DISP-VIOL
                       '  ZONE ENTRIES ' WS-DISP-ZONES
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING '        ENDURANCE NOT TRACKED'
                       '  VIOLATIONS ' WS-DISP-VIOL
                       '  ZONE ENTRIES ' WS-DISP-ZONES
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF.
               WRITE REPORT-RECORD.

           1400-CLEAR-MONTH-TOTALS.
               MOVE 0 TO WS-M-DIVES.
               MOVE 0 TO WS-M-MINUTES.
               MOVE 0 TO WS-M-DISTANCE.
               MOVE 0 TO WS-M-DEEPEST.
               MOVE 0 TO WS-M-ENDUR-USED.
               MOVE 0 TO WS-M-GAPS.
               MOVE 0 TO WS-M-VIOLS.
               MOVE 0 TO WS-M-ZONES.

           1500-WRITE-TOTALS.
               MOVE WS-T-DIVES TO WS-DISP-DIVES.
               MOVE WS-T-MINUTES TO WS-DISP-MIN.
               MOVE WS-T-DISTANCE TO WS-DISP-POS.
               MOVE WS-T-DEEPEST TO WS-DISP-MAX-DEPTH.
               MOVE SPACES TO REPORT-RECORD.
               STRING WS-TOTAL-LABEL WS-CUR-MONTH
                   '  DIVES ' WS-DISP-DIVES
                   '  MINUTES ' WS-DISP-MIN
                   '  DISTANCE ' WS-DISP-POS
                   '  DEEPEST ' WS-DISP-MAX-DEPTH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-T-ENDUR-USED TO WS-DISP-USED.
               MOVE WS-T-GAPS TO WS-DISP-COUNT.
               MOVE WS-T-VIOLS TO WS-DISP-COUNT2.
               MOVE WS-T-ZONES TO WS-DISP-COUNT3.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ENDURANCE CONSUMED ' WS-DISP-USED
                   '  STATION GAPS ' WS-DISP-COUNT
                   '  VIOLATIONS ' WS-DISP-COUNT2
                   '  ZONE ENTRIES ' WS-DISP-COUNT3
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1900-FINALIZE.
               CLOSE REQUEST-FILE.
               CLOSE REPORT-FILE.
               STOP RUN.
