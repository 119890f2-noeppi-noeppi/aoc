       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROXCHK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRAJECTORY-FILE ASSIGN TO "TRAJFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAJ-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "PROXPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT INCIDENT-FILE ASSIGN TO "PROXINCD"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "PROXRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  TRAJECTORY-FILE.
           01  TRAJECTORY-RECORD PIC X(80).

           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 PP-HORIZ-SEP    PIC 9(7).
               05 PP-VERT-SEP     PIC 9(7).
               05 PP-WINDOW-MIN   PIC 9(5).

           FD  INCIDENT-FILE.
               COPY PROXREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-TRAJ-STATUS PIC X(02) VALUE '00'.
               01 WS-PARM-STATUS PIC X(02) VALUE '00'.
               01 WS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-TRAJECTORY VALUE 'Y'.
               01 WS-PARM-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARMS VALUE 'Y'.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-HORIZ-SEP PIC 9(7) VALUE 100.
               01 WS-VERT-SEP PIC 9(7) VALUE 50.
               01 WS-WINDOW-MIN PIC 9(5) VALUE 5.
               01 WS-T-VESSEL-X PIC X(20).
               01 WS-T-LINE-X PIC X(20).
               01 WS-T-POS-X PIC X(20).
               01 WS-T-DEPTH-X PIC X(20).
               01 WS-T-VERB-X PIC X(20).
               01 WS-T-TIME-X PIC X(20).
               01 WS-TIME-IN PIC 9(14) VALUE 0.
               01 WS-TIME-DATE PIC 9(8) VALUE 0.
               01 WS-TIME-HH PIC 9(2) VALUE 0.
               01 WS-TIME-MM PIC 9(2) VALUE 0.
               01 WS-TIME-MIN PIC S9(12) VALUE 0.
               01 WS-POINT-MAX PIC 9(5) VALUE 5000.
               01 WS-POINT-COUNT PIC 9(5) VALUE 0.
               01 WS-POINT-TABLE.
                   05 WS-POINT-ENTRY OCCURS 5000 TIMES.
                       10 WS-P-HULL PIC X(8).
                       10 WS-P-LINE PIC 9(9).
                       10 WS-P-TIME PIC 9(14).
                       10 WS-P-MIN PIC S9(12).
                       10 WS-P-POS PIC 9(16).
                       10 WS-P-DEPTH PIC S9(16).
               01 WS-CONF-MAX PIC 9(5) VALUE 500.
               01 WS-CONF-COUNT PIC 9(5) VALUE 0.
               01 WS-CONFLICT-TABLE.
                   05 WS-CONF-ENTRY OCCURS 500 TIMES.
                       10 WS-C-HULL-A PIC X(8).
                       10 WS-C-LINE-A PIC 9(9).
                       10 WS-C-TIME-A PIC 9(14).
                       10 WS-C-POS-A PIC 9(16).
                       10 WS-C-DEPTH-A PIC S9(16).
                       10 WS-C-HULL-B PIC X(8).
                       10 WS-C-LINE-B PIC 9(9).
                       10 WS-C-TIME-B PIC 9(14).
                       10 WS-C-POS-B PIC 9(16).
                       10 WS-C-DEPTH-B PIC S9(16).
                       10 WS-C-HORIZ PIC 9(16).
                       10 WS-C-VERT PIC 9(16).
                       10 WS-C-POINTS PIC 9(9).
               01 WS-I-IX PIC 9(5) VALUE 0.
               01 WS-J-IX PIC 9(5) VALUE 0.
               01 WS-J-START PIC 9(5) VALUE 0.
               01 WS-A-IX PIC 9(5) VALUE 0.
               01 WS-B-IX PIC 9(5) VALUE 0.
               01 WS-CONF-IX PIC 9(5) VALUE 0.
               01 WS-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-H-DIFF PIC 9(16) VALUE 0.
               01 WS-V-DIFF PIC 9(16) VALUE 0.
               01 WS-M-DIFF PIC 9(12) VALUE 0.
               01 WS-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-UNTIMED-COUNT PIC 9(9) VALUE 0.
               01 WS-HIT-COUNT PIC 9(9) VALUE 0.
               01 WS-POINT-CAP-SW PIC X VALUE 'N'.
                   88 WS-POINT-CAP-HIT VALUE 'Y'.
               01 WS-CONF-CAP-SW PIC X VALUE 'N'.
                   88 WS-CONF-CAP-HIT VALUE 'Y'.
               01 WS-DISP-LINE-A PIC Z(8)9.
               01 WS-DISP-LINE-B PIC Z(8)9.
               01 WS-DISP-SEP PIC Z(15)9.
               01 WS-DISP-VSEP PIC Z(15)9.
               01 WS-DISP-POS PIC Z(15)9.
               01 WS-DISP-DEPTH PIC -(16)9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-HORIZ PIC Z(6)9.
               01 WS-DISP-VERT PIC Z(6)9.
               01 WS-DISP-WINDOW PIC ZZZZ9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               PERFORM 0200-LOAD-PARAMETERS.
               MOVE WS-HORIZ-SEP TO WS-DISP-HORIZ.
               MOVE WS-VERT-SEP TO WS-DISP-VERT.
               MOVE WS-WINDOW-MIN TO WS-DISP-WINDOW.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'VESSEL PROXIMITY CONFLICT REPORT'
                   '  HORIZONTAL SEP ' WS-DISP-HORIZ
                   '  VERTICAL SEP ' WS-DISP-VERT
                   '  WINDOW ' WS-DISP-WINDOW ' MIN'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               OPEN INPUT TRAJECTORY-FILE.
               IF WS-TRAJ-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'TRAJECTORY FILE NOT PRESENT - NO CHECK MADE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN OUTPUT INCIDENT-FILE.
               PERFORM 0300-READ-TRAJECTORY
                   UNTIL END-OF-TRAJECTORY.
               CLOSE TRAJECTORY-FILE.
               GO TO 1000-CHECK-PAIRS.

           0200-LOAD-PARAMETERS.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END SET END-OF-PARMS TO TRUE
                       NOT AT END
                           IF PP-HORIZ-SEP IS NUMERIC
                           THEN MOVE PP-HORIZ-SEP TO WS-HORIZ-SEP
                           END-IF
                           IF PP-VERT-SEP IS NUMERIC
                           THEN MOVE PP-VERT-SEP TO WS-VERT-SEP
                           END-IF
                           IF PP-WINDOW-MIN IS NUMERIC
                           THEN MOVE PP-WINDOW-MIN TO WS-WINDOW-MIN
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.

           0300-READ-TRAJECTORY.
               READ TRAJECTORY-FILE
                   AT END SET END-OF-TRAJECTORY TO TRUE
                   NOT AT END PERFORM 0310-LOAD-POINT
               END-READ.

           0310-LOAD-POINT.
               ADD 1 TO WS-READ-COUNT.
               MOVE SPACES TO WS-T-VESSEL-X WS-T-LINE-X WS-T-POS-X
                   WS-T-DEPTH-X WS-T-VERB-X WS-T-TIME-X.
               UNSTRING TRAJECTORY-RECORD DELIMITED BY ','
                   INTO WS-T-VESSEL-X WS-T-LINE-X WS-T-POS-X
                       WS-T-DEPTH-X WS-T-VERB-X WS-T-TIME-X.
               IF WS-T-TIME-X(1:14) IS NOT NUMERIC
                   OR WS-T-TIME-X(1:14) IS EQUAL TO ZEROS
               THEN ADD 1 TO WS-UNTIMED-COUNT
               ELSE
                   IF WS-POINT-COUNT IS LESS THAN WS-POINT-MAX
                   THEN
                       ADD 1 TO WS-POINT-COUNT
                       MOVE WS-T-VESSEL-X TO
                           WS-P-HULL(WS-POINT-COUNT)
                       COMPUTE WS-P-LINE(WS-POINT-COUNT) =
                           FUNCTION NUMVAL(WS-T-LINE-X)
                       COMPUTE WS-P-POS(WS-POINT-COUNT) =
                           FUNCTION NUMVAL(WS-T-POS-X)
                       COMPUTE WS-P-DEPTH(WS-POINT-COUNT) =
                           FUNCTION NUMVAL(WS-T-DEPTH-X)
                       MOVE WS-T-TIME-X(1:14) TO
                           WS-P-TIME(WS-POINT-COUNT)
                       MOVE WS-T-TIME-X(1:14) TO WS-TIME-IN
                       PERFORM 0320-COMPUTE-MINUTES
                       MOVE WS-TIME-MIN TO WS-P-MIN(WS-POINT-COUNT)
                   ELSE MOVE 'Y' TO WS-POINT-CAP-SW
                   END-IF
               END-IF.

           0320-COMPUTE-MINUTES.
               MOVE WS-TIME-IN(1:8) TO WS-TIME-DATE.
               MOVE WS-TIME-IN(9:2) TO WS-TIME-HH.
               MOVE WS-TIME-IN(11:2) TO WS-TIME-MM.
               COMPUTE WS-TIME-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-TIME-DATE) * 1440
                   + WS-TIME-HH * 60 + WS-TIME-MM.

           1000-CHECK-PAIRS.
               PERFORM 1010-CHECK-POINT
                   VARYING WS-I-IX FROM 1 BY 1
                   UNTIL WS-I-IX IS GREATER THAN WS-POINT-COUNT.
               PERFORM 1100-WRITE-CONFLICT
                   VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX IS GREATER THAN WS-CONF-COUNT.
               GO TO 1900-FINALIZE.

           1010-CHECK-POINT.
               ADD 1 WS-I-IX GIVING WS-J-START.
               PERFORM 1020-CHECK-PAIR
                   VARYING WS-J-IX FROM WS-J-START BY 1
                   UNTIL WS-J-IX IS GREATER THAN WS-POINT-COUNT.

           1020-CHECK-PAIR.
               IF WS-P-HULL(WS-I-IX) IS NOT EQUAL TO
                   WS-P-HULL(WS-J-IX)
               THEN
                   COMPUTE WS-M-DIFF = FUNCTION ABS(
                       WS-P-MIN(WS-I-IX) - WS-P-MIN(WS-J-IX))
                   IF WS-M-DIFF IS NOT GREATER THAN WS-WINDOW-MIN
                   THEN
                       COMPUTE WS-H-DIFF = FUNCTION ABS(
                           WS-P-POS(WS-I-IX) - WS-P-POS(WS-J-IX))
                       COMPUTE WS-V-DIFF = FUNCTION ABS(
                           WS-P-DEPTH(WS-I-IX) - WS-P-DEPTH(WS-J-IX))
                       IF WS-H-DIFF IS NOT GREATER THAN WS-HORIZ-SEP
                           AND WS-V-DIFF IS NOT GREATER THAN
                               WS-VERT-SEP
                       THEN PERFORM 1030-RECORD-CONFLICT
                       END-IF
                   END-IF
               END-IF.

           1030-RECORD-CONFLICT.
               ADD 1 TO WS-HIT-COUNT.
               IF WS-P-HULL(WS-I-IX) IS LESS THAN WS-P-HULL(WS-J-IX)
               THEN
                   MOVE WS-I-IX TO WS-A-IX
                   MOVE WS-J-IX TO WS-B-IX
               ELSE
                   MOVE WS-J-IX TO WS-A-IX
                   MOVE WS-I-IX TO WS-B-IX
               END-IF.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1040-MATCH-CONFLICT
                   VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX IS GREATER THAN WS-CONF-COUNT.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   IF WS-CONF-COUNT IS LESS THAN WS-CONF-MAX
                   THEN
                       ADD 1 TO WS-CONF-COUNT
                       MOVE WS-CONF-COUNT TO WS-FOUND-IX
                       MOVE WS-P-HULL(WS-A-IX) TO
                           WS-C-HULL-A(WS-FOUND-IX)
                       MOVE WS-P-HULL(WS-B-IX) TO
                           WS-C-HULL-B(WS-FOUND-IX)
                       MOVE 0 TO WS-C-POINTS(WS-FOUND-IX)
                       MOVE 9999999999999999 TO
                           WS-C-HORIZ(WS-FOUND-IX)
                       MOVE 9999999999999999 TO
                           WS-C-VERT(WS-FOUND-IX)
                   ELSE MOVE 'Y' TO WS-CONF-CAP-SW
                   END-IF
               END-IF.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN
                   ADD 1 TO WS-C-POINTS(WS-FOUND-IX)
                   IF WS-H-DIFF IS LESS THAN WS-C-HORIZ(WS-FOUND-IX)
                       OR (WS-H-DIFF IS EQUAL TO
                           WS-C-HORIZ(WS-FOUND-IX)
                       AND WS-V-DIFF IS LESS THAN
                           WS-C-VERT(WS-FOUND-IX))
                   THEN PERFORM 1050-STORE-CLOSEST
                   END-IF
               END-IF.

           1040-MATCH-CONFLICT.
               IF WS-C-HULL-A(WS-CONF-IX) IS EQUAL TO
                   WS-P-HULL(WS-A-IX)
                   AND WS-C-HULL-B(WS-CONF-IX) IS EQUAL TO
                       WS-P-HULL(WS-B-IX)
               THEN MOVE WS-CONF-IX TO WS-FOUND-IX
               END-IF.

           1050-STORE-CLOSEST.
               MOVE WS-H-DIFF TO WS-C-HORIZ(WS-FOUND-IX).
               MOVE WS-V-DIFF TO WS-C-VERT(WS-FOUND-IX).
               MOVE WS-P-LINE(WS-A-IX) TO WS-C-LINE-A(WS-FOUND-IX).
               MOVE WS-P-TIME(WS-A-IX) TO WS-C-TIME-A(WS-FOUND-IX).
               MOVE WS-P-POS(WS-A-IX) TO WS-C-POS-A(WS-FOUND-IX).
               MOVE WS-P-DEPTH(WS-A-IX) TO WS-C-DEPTH-A(WS-FOUND-IX).
               MOVE WS-P-LINE(WS-B-IX) TO WS-C-LINE-B(WS-FOUND-IX).
               MOVE WS-P-TIME(WS-B-IX) TO WS-C-TIME-B(WS-FOUND-IX).
               MOVE WS-P-POS(WS-B-IX) TO WS-C-POS-B(WS-FOUND-IX).
               MOVE WS-P-DEPTH(WS-B-IX) TO WS-C-DEPTH-B(WS-FOUND-IX).

           1100-WRITE-CONFLICT.
               MOVE WS-RUN-DATE TO PX-RUN-DATE.
               MOVE WS-C-HULL-A(WS-CONF-IX) TO PX-HULL-A.
               MOVE WS-C-LINE-A(WS-CONF-IX) TO PX-LINE-A.
               MOVE WS-C-TIME-A(WS-CONF-IX) TO PX-TIME-A.
               MOVE WS-C-POS-A(WS-CONF-IX) TO PX-POS-A.
               MOVE WS-C-DEPTH-A(WS-CONF-IX) TO PX-DEPTH-A.
               MOVE WS-C-HULL-B(WS-CONF-IX) TO PX-HULL-B.
               MOVE WS-C-LINE-B(WS-CONF-IX) TO PX-LINE-B.
               MOVE WS-C-TIME-B(WS-CONF-IX) TO PX-TIME-B.
               MOVE WS-C-POS-B(WS-CONF-IX) TO PX-POS-B.
               MOVE WS-C-DEPTH-B(WS-CONF-IX) TO PX-DEPTH-B.
               MOVE WS-C-HORIZ(WS-CONF-IX) TO PX-HORIZ-SEP.
               MOVE WS-C-VERT(WS-CONF-IX) TO PX-VERT-SEP.
               MOVE WS-C-POINTS(WS-CONF-IX) TO PX-POINT-COUNT.
               WRITE PROXIMITY-INCIDENT-RECORD.
               MOVE WS-C-LINE-A(WS-CONF-IX) TO WS-DISP-LINE-A.
               MOVE WS-C-LINE-B(WS-CONF-IX) TO WS-DISP-LINE-B.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'CONFLICT  HULL ' WS-C-HULL-A(WS-CONF-IX)
                   ' LINE ' WS-DISP-LINE-A
                   ' AT ' WS-C-TIME-A(WS-CONF-IX)
                   '  WITH HULL ' WS-C-HULL-B(WS-CONF-IX)
                   ' LINE ' WS-DISP-LINE-B
                   ' AT ' WS-C-TIME-B(WS-CONF-IX)
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-C-HORIZ(WS-CONF-IX) TO WS-DISP-SEP.
               MOVE WS-C-VERT(WS-CONF-IX) TO WS-DISP-VSEP.
               MOVE WS-C-POINTS(WS-CONF-IX) TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    CLOSEST APPROACH  HORIZONTAL ' WS-DISP-SEP
                   '  VERTICAL ' WS-DISP-VSEP
                   '  POINTS IN CONFLICT ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-C-POS-A(WS-CONF-IX) TO WS-DISP-POS.
               MOVE WS-C-DEPTH-A(WS-CONF-IX) TO WS-DISP-DEPTH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HULL ' WS-C-HULL-A(WS-CONF-IX)
                   '  POS ' WS-DISP-POS
                   '  DEPTH ' WS-DISP-DEPTH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-C-POS-B(WS-CONF-IX) TO WS-DISP-POS.
               MOVE WS-C-DEPTH-B(WS-CONF-IX) TO WS-DISP-DEPTH.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HULL ' WS-C-HULL-B(WS-CONF-IX)
                   '  POS ' WS-DISP-POS
                   '  DEPTH ' WS-DISP-DEPTH
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1900-FINALIZE.
               MOVE WS-READ-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'TRAJECTORY RECORDS READ ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-UNTIMED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    NO COMMAND TIME     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-POINT-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    POINTS CHECKED      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HIT-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    POINT PAIRS INSIDE  ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-CONF-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    CONFLICTS           ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-POINT-CAP-HIT
               THEN
                   MOVE 'POINT TABLE FULL - LATER RECORDS NOT CHECKED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-CONF-CAP-HIT
               THEN
                   MOVE 'CONFLICT TABLE FULL - LATER PAIRS NOT LISTED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-CONF-COUNT IS GREATER THAN 0
                   OR WS-POINT-CAP-HIT
                   OR WS-CONF-CAP-HIT
               THEN MOVE 4 TO RETURN-CODE
               END-IF.
               CLOSE INCIDENT-FILE.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
