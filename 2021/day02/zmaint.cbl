       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSACTION-FILE ASSIGN TO "ZONETRAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
               SELECT ZONE-DEF-FILE ASSIGN TO "ZONEDEFS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZONEDEFS-STATUS.
               SELECT ZONE-OUT-FILE ASSIGN TO "ZONEOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PARAMETER-FILE ASSIGN TO "ZONEPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT REPORT-FILE ASSIGN TO "ZMREPORT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ZONE-HISTORY-FILE ASSIGN TO "ZONEHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZONEHIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  TRANSACTION-FILE.
           01  TRANSACTION-RECORD.
               05 ZT-ACTION       PIC X.
                   88 ZT-ADD VALUE 'A'.
                   88 ZT-UPDATE VALUE 'U'.
                   88 ZT-EXPIRE VALUE 'E'.
               05 ZT-ZONE-ID      PIC X(8).
               05 ZT-POS-FROM     PIC 9(16).
               05 ZT-POS-TO       PIC 9(16).
               05 ZT-DEPTH-FROM   PIC 9(7).
               05 ZT-DEPTH-TO     PIC 9(7).
               05 ZT-EFF-FROM     PIC 9(8).
               05 ZT-EFF-TO       PIC 9(8).
               05 ZT-SEVERITY     PIC X(8).
               05 ZT-NOTICE-REF   PIC X(12).

           FD  ZONE-DEF-FILE.
               COPY ZONEREC.

           FD  ZONE-OUT-FILE.
           01  ZONE-OUT-RECORD PIC X(78).

           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 ZP-LOOKAHEAD-DAYS PIC 9(3).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           FD  ZONE-HISTORY-FILE.
               COPY ZONEHREC.

           WORKING-STORAGE SECTION.
               01 WS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-TRANSACTIONS VALUE 'Y'.
               01 WS-ZONEDEFS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ZONEDEFS VALUE 'Y'.
               01 WS-TRANS-STATUS PIC X(02) VALUE '00'.
               01 WS-ZONEDEFS-STATUS PIC X(02) VALUE '00'.
               01 WS-PARM-STATUS PIC X(02) VALUE '00'.
               01 WS-ZONEHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-TRANS-SW PIC X VALUE 'N'.
                   88 WS-TRANS-OPEN VALUE 'Y'.
               01 WS-FIND-ZONE PIC X(8) VALUE SPACES.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-RUN-INT PIC 9(8) VALUE 0.
               01 WS-HORIZON-DATE PIC 9(8) VALUE 0.
               01 WS-DATE-INT PIC 9(8) VALUE 0.
               01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 30.
               01 WS-CHECK-MAX PIC 9(3) VALUE 50.
               01 WS-TABLE-MAX PIC 9(4) VALUE 500.
               01 WS-TABLE-COUNT PIC 9(4) VALUE 0.
               01 WS-ZONE-TABLE.
                   05 WS-ZONE-ENTRY OCCURS 500 TIMES.
                       10 WS-Z-FIELDS.
                           15 WS-Z-ZONE-ID PIC X(8).
                           15 WS-Z-POS-FROM PIC 9(16).
                           15 WS-Z-POS-TO PIC 9(16).
                           15 WS-Z-DEPTH-FROM PIC 9(7).
                           15 WS-Z-DEPTH-TO PIC 9(7).
                           15 WS-Z-EFF-FROM PIC 9(8).
                           15 WS-Z-EFF-TO PIC 9(8).
                           15 WS-Z-SEVERITY PIC X(8).
               01 WS-EDIT-ZONE.
                   05 WS-E-ZONE-ID PIC X(8).
                   05 WS-E-POS-FROM PIC 9(16).
                   05 WS-E-POS-TO PIC 9(16).
                   05 WS-E-DEPTH-FROM PIC 9(7).
                   05 WS-E-DEPTH-TO PIC 9(7).
                   05 WS-E-EFF-FROM PIC 9(8).
                   05 WS-E-EFF-TO PIC 9(8).
                   05 WS-E-SEVERITY PIC X(8).
               01 WS-EDIT-MODE-SW PIC X VALUE 'T'.
                   88 WS-EDITING-EXISTING VALUE 'E'.
               01 WS-ZONE-IX PIC 9(4) VALUE 0.
               01 WS-OTHER-IX PIC 9(4) VALUE 0.
               01 WS-FOUND-IX PIC 9(4) VALUE 0.
               01 WS-EDIT-SW PIC X VALUE 'N'.
                   88 WS-EDIT-FAILED VALUE 'Y'.
               01 WS-DATES-SW PIC X VALUE 'Y'.
                   88 WS-DATES-VALID VALUE 'Y'.
               01 WS-EXPIRE-DATE PIC 9(8) VALUE 0.
               01 WS-DISP-DEPTH-FROM PIC Z(6)9.
               01 WS-DISP-DEPTH-TO PIC Z(6)9.
               01 WS-CHECK-DATE PIC 9(8) VALUE 0.
               01 WS-EFFECTIVE-COUNT PIC 9(4) VALUE 0.
               01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
               01 WS-ADD-COUNT PIC 9(9) VALUE 0.
               01 WS-UPDATE-COUNT PIC 9(9) VALUE 0.
               01 WS-EXPIRE-COUNT PIC 9(9) VALUE 0.
               01 WS-ERROR-COUNT PIC 9(9) VALUE 0.
               01 WS-EXISTING-ERROR-COUNT PIC 9(9) VALUE 0.
               01 WS-OVERLAP-COUNT PIC 9(9) VALUE 0.
               01 WS-CAPACITY-COUNT PIC 9(9) VALUE 0.
               01 WS-HIST-COUNT PIC 9(9) VALUE 0.
               01 WS-UPCOMING-COUNT PIC 9(9) VALUE 0.
               01 WS-BEFORE-IMAGE PIC X(78).
               01 WS-AFTER-IMAGE PIC X(78).
               01 WS-REASON PIC X(40).
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-DAYS PIC ZZ9.
               01 WS-DISP-ZONES PIC ZZZ9.
               01 WS-DISP-POS-FROM PIC Z(15)9.
               01 WS-DISP-POS-TO PIC Z(15)9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               PERFORM 0200-LOAD-PARAMETERS.
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
               COMPUTE WS-DATE-INT = WS-RUN-INT + WS-LOOKAHEAD-DAYS.
               COMPUTE WS-HORIZON-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
               MOVE SPACES TO REPORT-RECORD.
               STRING 'RESTRICTED ZONE MAINTENANCE  RUN DATE '
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0300-LOAD-ZONES.
               IF WS-TABLE-COUNT IS NOT LESS THAN WS-TABLE-MAX
                   AND NOT END-OF-ZONEDEFS
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ZONE DEFINITIONS EXCEED TABLE OF '
                       WS-TABLE-MAX ' - NO CHANGES APPLIED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN EXTEND ZONE-HISTORY-FILE.
               IF WS-ZONEHIST-STATUS IS EQUAL TO '35'
               THEN OPEN OUTPUT ZONE-HISTORY-FILE
               END-IF.
               IF WS-ZONEHIST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CHANGE HISTORY OPEN FAILED, STATUS '
                       WS-ZONEHIST-STATUS
                       ' - NO CHANGES APPLIED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TRANS-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'NO ZONE TRANSACTIONS ON FILE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   GO TO 1900-FINALIZE
               END-IF.
               MOVE 'Y' TO WS-TRANS-SW.
               GO TO 1000-READ-TRANS.

           0200-LOAD-PARAMETERS.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF ZP-LOOKAHEAD-DAYS IS NUMERIC
                               AND ZP-LOOKAHEAD-DAYS IS GREATER THAN 0
                           THEN MOVE ZP-LOOKAHEAD-DAYS
                               TO WS-LOOKAHEAD-DAYS
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.

           0300-LOAD-ZONES.
               OPEN INPUT ZONE-DEF-FILE.
               IF WS-ZONEDEFS-STATUS IS EQUAL TO '00'
               THEN
                   MOVE 'EXISTING ZONE ERRORS' TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM 0310-READ-ZONE
                       UNTIL END-OF-ZONEDEFS
                           OR WS-TABLE-COUNT IS NOT LESS THAN
                               WS-TABLE-MAX
                   IF NOT END-OF-ZONEDEFS
                   THEN PERFORM 0310-READ-ZONE
                   END-IF
                   CLOSE ZONE-DEF-FILE
                   IF WS-EXISTING-ERROR-COUNT IS EQUAL TO 0
                   THEN
                       MOVE '    NONE' TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   SET END-OF-ZONEDEFS TO TRUE
                   MOVE 'NO ZONE DEFINITIONS ON FILE - STARTING EMPTY'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           0310-READ-ZONE.
               READ ZONE-DEF-FILE
                   AT END SET END-OF-ZONEDEFS TO TRUE
                   NOT AT END
                       IF WS-TABLE-COUNT IS LESS THAN WS-TABLE-MAX
                       THEN
                           ADD 1 TO WS-TABLE-COUNT
                           MOVE ZONE-DEF-RECORD TO
                               WS-Z-FIELDS(WS-TABLE-COUNT)
                           MOVE ZONE-DEF-RECORD TO WS-EDIT-ZONE
                           MOVE 'E' TO WS-EDIT-MODE-SW
                           PERFORM 1010-EDIT-FIELDS
                       END-IF
               END-READ.

           1000-READ-TRANS.
               READ TRANSACTION-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.
               IF END-OF-TRANSACTIONS
               THEN GO TO 1900-FINALIZE
               ELSE
                   ADD 1 TO WS-TRANS-COUNT
                   MOVE ZT-ZONE-ID TO WS-FIND-ZONE
                   PERFORM 1050-FIND-ZONE
                   IF ZT-ADD
                   THEN GO TO 1001-ADD-ZONE
                   ELSE IF ZT-UPDATE
                   THEN GO TO 1002-UPDATE-ZONE
                   ELSE IF ZT-EXPIRE
                   THEN GO TO 1003-EXPIRE-ZONE
                   ELSE GO TO 1004-LOG-BAD-ACTION
                   END-IF
               END-IF.

           1001-ADD-ZONE.
               IF ZT-ZONE-ID IS EQUAL TO SPACES
               THEN
                   MOVE 'NO ZONE ID, ADD REJECTED' TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN
                   MOVE 'ALREADY DEFINED, ADD REJECTED' TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               PERFORM 1012-STAGE-TRANSACTION.
               PERFORM 1010-EDIT-FIELDS.
               IF WS-EDIT-FAILED
               THEN GO TO 1000-READ-TRANS
               END-IF.
               IF WS-TABLE-COUNT IS NOT LESS THAN WS-TABLE-MAX
               THEN
                   MOVE 'ZONE TABLE FULL, ADD REJECTED' TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               ADD 1 TO WS-TABLE-COUNT.
               MOVE WS-TABLE-COUNT TO WS-FOUND-IX.
               MOVE SPACES TO WS-BEFORE-IMAGE.
               PERFORM 1030-MOVE-FIELDS.
               ADD 1 TO WS-ADD-COUNT.
               PERFORM 1040-COMPLETE-CHANGE.
               GO TO 1000-READ-TRANS.

           1002-UPDATE-ZONE.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   MOVE 'NOT DEFINED, TRANSACTION REJECTED'
                       TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               PERFORM 1012-STAGE-TRANSACTION.
               PERFORM 1010-EDIT-FIELDS.
               IF WS-EDIT-FAILED
               THEN GO TO 1000-READ-TRANS
               END-IF.
               MOVE WS-Z-FIELDS(WS-FOUND-IX) TO WS-BEFORE-IMAGE.
               PERFORM 1030-MOVE-FIELDS.
               ADD 1 TO WS-UPDATE-COUNT.
               PERFORM 1040-COMPLETE-CHANGE.
               GO TO 1000-READ-TRANS.

           1003-EXPIRE-ZONE.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   MOVE 'NOT DEFINED, TRANSACTION REJECTED'
                       TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               IF ZT-EFF-TO IS NUMERIC
                   AND ZT-EFF-TO IS GREATER THAN 0
               THEN MOVE ZT-EFF-TO TO WS-EXPIRE-DATE
               ELSE MOVE WS-RUN-DATE TO WS-EXPIRE-DATE
               END-IF.
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRE-DATE)
                   IS NOT EQUAL TO 0
               THEN
                   MOVE 'EXPIRY DATE INVALID, EXPIRE REJECTED'
                       TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               IF WS-EXPIRE-DATE IS LESS THAN WS-Z-EFF-FROM(WS-FOUND-IX)
               THEN
                   MOVE 'EXPIRY BEFORE EFF-FROM, EXPIRE REJECTED'
                       TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               IF WS-Z-EFF-TO(WS-FOUND-IX) IS LESS THAN WS-RUN-DATE
               THEN
                   MOVE 'ALREADY EXPIRED, EXPIRE REJECTED' TO WS-REASON
                   PERFORM 1020-LOG-REJECT
                   GO TO 1000-READ-TRANS
               END-IF.
               MOVE WS-Z-FIELDS(WS-FOUND-IX) TO WS-BEFORE-IMAGE.
               MOVE WS-EXPIRE-DATE TO WS-Z-EFF-TO(WS-FOUND-IX).
               ADD 1 TO WS-EXPIRE-COUNT.
               PERFORM 1040-COMPLETE-CHANGE.
               GO TO 1000-READ-TRANS.

           1004-LOG-BAD-ACTION.
               MOVE SPACES TO WS-REASON.
               STRING 'ACTION "' ZT-ACTION '" UNRECOGNIZED, SKIPPED'
                   DELIMITED BY SIZE INTO WS-REASON.
               PERFORM 1020-LOG-REJECT.
               GO TO 1000-READ-TRANS.

           1010-EDIT-FIELDS.
               MOVE 'N' TO WS-EDIT-SW.
               MOVE 'Y' TO WS-DATES-SW.
               IF WS-E-POS-FROM IS NOT NUMERIC
                   OR WS-E-POS-TO IS NOT NUMERIC
               THEN
                   MOVE 'POSITION RANGE NOT NUMERIC' TO WS-REASON
                   PERFORM 1011-LOG-EDIT
               ELSE IF WS-E-POS-FROM IS GREATER THAN WS-E-POS-TO
               THEN
                   MOVE 'POS-FROM GREATER THAN POS-TO' TO WS-REASON
                   PERFORM 1011-LOG-EDIT
               END-IF.
               IF WS-E-DEPTH-FROM IS NOT NUMERIC
                   OR WS-E-DEPTH-TO IS NOT NUMERIC
               THEN
                   MOVE 'DEPTH RANGE NOT NUMERIC' TO WS-REASON
                   PERFORM 1011-LOG-EDIT
               ELSE IF WS-E-DEPTH-FROM IS GREATER THAN WS-E-DEPTH-TO
               THEN
                   MOVE 'DEPTH-FROM GREATER THAN DEPTH-TO' TO WS-REASON
                   PERFORM 1011-LOG-EDIT
               END-IF.
               IF WS-E-SEVERITY IS NOT EQUAL TO 'CRITICAL'
                   AND WS-E-SEVERITY IS NOT EQUAL TO 'WARNING'
               THEN
                   MOVE 'SEVERITY NOT CRITICAL OR WARNING' TO WS-REASON
                   PERFORM 1011-LOG-EDIT
               END-IF.
               IF WS-E-EFF-FROM IS NOT NUMERIC
               THEN
                   MOVE 'EFF-FROM NOT NUMERIC' TO WS-REASON
                   MOVE 'N' TO WS-DATES-SW
                   PERFORM 1011-LOG-EDIT
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-E-EFF-FROM)
                   IS NOT EQUAL TO 0
               THEN
                   MOVE 'EFF-FROM NOT A VALID DATE' TO WS-REASON
                   MOVE 'N' TO WS-DATES-SW
                   PERFORM 1011-LOG-EDIT
               END-IF.
               IF WS-E-EFF-TO IS NOT NUMERIC
               THEN
                   MOVE 'EFF-TO NOT NUMERIC' TO WS-REASON
                   MOVE 'N' TO WS-DATES-SW
                   PERFORM 1011-LOG-EDIT
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-E-EFF-TO)
                   IS NOT EQUAL TO 0
               THEN
                   MOVE 'EFF-TO NOT A VALID DATE' TO WS-REASON
                   MOVE 'N' TO WS-DATES-SW
                   PERFORM 1011-LOG-EDIT
               END-IF.
               IF WS-DATES-VALID
                   AND WS-E-EFF-TO IS LESS THAN WS-E-EFF-FROM
               THEN
                   MOVE 'EFF-TO BEFORE EFF-FROM' TO WS-REASON
                   PERFORM 1011-LOG-EDIT
               END-IF.
               IF WS-EDIT-FAILED
                   AND WS-EDITING-EXISTING
               THEN ADD 1 TO WS-EXISTING-ERROR-COUNT
               ELSE IF WS-EDIT-FAILED
               THEN ADD 1 TO WS-ERROR-COUNT
               END-IF.

           1011-LOG-EDIT.
               MOVE 'Y' TO WS-EDIT-SW.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-EDITING-EXISTING
               THEN
                   STRING '    ZONE ' WS-E-ZONE-ID ' - '
                       DELIMITED BY SIZE
                       WS-REASON DELIMITED BY '  '
                       INTO REPORT-RECORD
               ELSE
                   STRING 'ZONE ' ZT-ZONE-ID ' ACTION "' ZT-ACTION
                       '" - ' DELIMITED BY SIZE
                       WS-REASON DELIMITED BY '  '
                       ', TRANSACTION REJECTED' DELIMITED BY SIZE
                       INTO REPORT-RECORD
               END-IF.
               WRITE REPORT-RECORD.

           1012-STAGE-TRANSACTION.
               MOVE 'T' TO WS-EDIT-MODE-SW.
               MOVE ZT-ZONE-ID TO WS-E-ZONE-ID.
               MOVE ZT-POS-FROM TO WS-E-POS-FROM.
               MOVE ZT-POS-TO TO WS-E-POS-TO.
               MOVE ZT-DEPTH-FROM TO WS-E-DEPTH-FROM.
               MOVE ZT-DEPTH-TO TO WS-E-DEPTH-TO.
               MOVE ZT-EFF-FROM TO WS-E-EFF-FROM.
               MOVE ZT-EFF-TO TO WS-E-EFF-TO.
               MOVE ZT-SEVERITY TO WS-E-SEVERITY.

           1020-LOG-REJECT.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ZONE ' ZT-ZONE-ID ' ACTION "' ZT-ACTION
                   '" - ' WS-REASON
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1030-MOVE-FIELDS.
               MOVE ZT-ZONE-ID TO WS-Z-ZONE-ID(WS-FOUND-IX).
               MOVE ZT-POS-FROM TO WS-Z-POS-FROM(WS-FOUND-IX).
               MOVE ZT-POS-TO TO WS-Z-POS-TO(WS-FOUND-IX).
               MOVE ZT-DEPTH-FROM TO WS-Z-DEPTH-FROM(WS-FOUND-IX).
               MOVE ZT-DEPTH-TO TO WS-Z-DEPTH-TO(WS-FOUND-IX).
               MOVE ZT-EFF-FROM TO WS-Z-EFF-FROM(WS-FOUND-IX).
               MOVE ZT-EFF-TO TO WS-Z-EFF-TO(WS-FOUND-IX).
               MOVE ZT-SEVERITY TO WS-Z-SEVERITY(WS-FOUND-IX).

           1040-COMPLETE-CHANGE.
               MOVE WS-Z-FIELDS(WS-FOUND-IX) TO WS-AFTER-IMAGE.
               MOVE WS-Z-POS-FROM(WS-FOUND-IX) TO WS-DISP-POS-FROM.
               MOVE WS-Z-POS-TO(WS-FOUND-IX) TO WS-DISP-POS-TO.
               MOVE WS-Z-DEPTH-FROM(WS-FOUND-IX) TO WS-DISP-DEPTH-FROM.
               MOVE WS-Z-DEPTH-TO(WS-FOUND-IX) TO WS-DISP-DEPTH-TO.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ZONE ' ZT-ZONE-ID ' ACTION "' ZT-ACTION
                   '" APPLIED  NOTICE ' ZT-NOTICE-REF
                   '  EFFECTIVE ' WS-Z-EFF-FROM(WS-FOUND-IX)
                   ' TO ' WS-Z-EFF-TO(WS-FOUND-IX)
                   '  ' WS-Z-SEVERITY(WS-FOUND-IX)
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    POS ' WS-DISP-POS-FROM ' TO ' WS-DISP-POS-TO
                   '  DEPTH ' WS-DISP-DEPTH-FROM ' TO ' WS-DISP-DEPTH-TO
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-RUN-DATE TO ZH-APPLY-DATE.
               MOVE ZT-ACTION TO ZH-ACTION.
               MOVE ZT-ZONE-ID TO ZH-ZONE-ID.
               MOVE ZT-NOTICE-REF TO ZH-NOTICE-REF.
               MOVE WS-BEFORE-IMAGE TO ZH-BEFORE-IMAGE.
               MOVE WS-AFTER-IMAGE TO ZH-AFTER-IMAGE.
               WRITE ZONE-HISTORY-RECORD.
               ADD 1 TO WS-HIST-COUNT.
               IF NOT ZT-EXPIRE
               THEN
                   PERFORM 1060-CHECK-OVERLAP
                       VARYING WS-OTHER-IX FROM 1 BY 1
                       UNTIL WS-OTHER-IX IS GREATER THAN
                           WS-TABLE-COUNT
               END-IF.

           1050-FIND-ZONE.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1051-MATCH-ZONE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-TABLE-COUNT.

           1051-MATCH-ZONE.
               IF WS-Z-ZONE-ID(WS-ZONE-IX) IS EQUAL TO WS-FIND-ZONE
               THEN MOVE WS-ZONE-IX TO WS-FOUND-IX
               END-IF.

           1060-CHECK-OVERLAP.
               IF WS-OTHER-IX IS NOT EQUAL TO WS-FOUND-IX
                   AND WS-Z-EFF-FROM(WS-OTHER-IX) IS NOT GREATER THAN
                       WS-Z-EFF-TO(WS-FOUND-IX)
                   AND WS-Z-EFF-FROM(WS-FOUND-IX) IS NOT GREATER THAN
                       WS-Z-EFF-TO(WS-OTHER-IX)
                   AND WS-Z-POS-FROM(WS-OTHER-IX) IS NOT GREATER THAN
                       WS-Z-POS-TO(WS-FOUND-IX)
                   AND WS-Z-POS-FROM(WS-FOUND-IX) IS NOT GREATER THAN
                       WS-Z-POS-TO(WS-OTHER-IX)
                   AND WS-Z-DEPTH-FROM(WS-OTHER-IX) IS NOT GREATER THAN
                       WS-Z-DEPTH-TO(WS-FOUND-IX)
                   AND WS-Z-DEPTH-FROM(WS-FOUND-IX) IS NOT GREATER THAN
                       WS-Z-DEPTH-TO(WS-OTHER-IX)
               THEN
                   ADD 1 TO WS-OVERLAP-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    WARNING - ZONE '
                       WS-Z-ZONE-ID(WS-FOUND-IX)
                       ' OVERLAPS ZONE ' WS-Z-ZONE-ID(WS-OTHER-IX)
                       ' EFFECTIVE ' WS-Z-EFF-FROM(WS-OTHER-IX)
                       ' TO ' WS-Z-EFF-TO(WS-OTHER-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1900-FINALIZE.
               IF WS-TRANS-OPEN
               THEN CLOSE TRANSACTION-FILE
               END-IF.
               OPEN OUTPUT ZONE-OUT-FILE.
               PERFORM 1910-WRITE-ZONE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-TABLE-COUNT.
               CLOSE ZONE-OUT-FILE.
               MOVE WS-LOOKAHEAD-DAYS TO WS-DISP-DAYS.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ZONES BECOMING EFFECTIVE OR EXPIRING'
                   ' IN THE NEXT '
                   WS-DISP-DAYS ' DAYS  (THROUGH ' WS-HORIZON-DATE ')'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1920-LIST-UPCOMING
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-TABLE-COUNT.
               IF WS-UPCOMING-COUNT IS EQUAL TO 0
               THEN
                   MOVE '    NONE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               MOVE WS-RUN-DATE TO WS-CHECK-DATE.
               PERFORM 1930-CHECK-CAPACITY.
               PERFORM 1940-CHECK-START-CAPACITY
                   VARYING WS-OTHER-IX FROM 1 BY 1
                   UNTIL WS-OTHER-IX IS GREATER THAN WS-TABLE-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-TRANS-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'TRANSACTIONS READ ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ADD-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ADDED       ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-UPDATE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    UPDATED     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-EXPIRE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    EXPIRED     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ERROR-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    REJECTED    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-OVERLAP-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    OVERLAPS    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HIST-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HISTORY     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-TABLE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ZONES ON FILE     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-EXISTING-ERROR-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    IN ERROR    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-ERROR-COUNT IS GREATER THAN 0
                   OR WS-EXISTING-ERROR-COUNT IS GREATER THAN 0
                   OR WS-OVERLAP-COUNT IS GREATER THAN 0
                   OR WS-CAPACITY-COUNT IS GREATER THAN 0
               THEN MOVE 4 TO RETURN-CODE
               END-IF.
               CLOSE ZONE-HISTORY-FILE.
               GO TO 2000-TERMINATE.

           1910-WRITE-ZONE.
               MOVE WS-Z-FIELDS(WS-ZONE-IX) TO ZONE-OUT-RECORD.
               WRITE ZONE-OUT-RECORD.

           1920-LIST-UPCOMING.
               IF WS-Z-EFF-FROM(WS-ZONE-IX) IS GREATER THAN WS-RUN-DATE
                   AND WS-Z-EFF-FROM(WS-ZONE-IX) IS NOT GREATER THAN
                       WS-HORIZON-DATE
               THEN
                   ADD 1 TO WS-UPCOMING-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    ZONE ' WS-Z-ZONE-ID(WS-ZONE-IX)
                       '  BECOMES EFFECTIVE ' WS-Z-EFF-FROM(WS-ZONE-IX)
                       '  ' WS-Z-SEVERITY(WS-ZONE-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-Z-EFF-TO(WS-ZONE-IX) IS NOT LESS THAN WS-RUN-DATE
                   AND WS-Z-EFF-TO(WS-ZONE-IX) IS NOT GREATER THAN
                       WS-HORIZON-DATE
               THEN
                   ADD 1 TO WS-UPCOMING-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    ZONE ' WS-Z-ZONE-ID(WS-ZONE-IX)
                       '  EXPIRES AFTER     ' WS-Z-EFF-TO(WS-ZONE-IX)
                       '  ' WS-Z-SEVERITY(WS-ZONE-IX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1930-CHECK-CAPACITY.
               MOVE 0 TO WS-EFFECTIVE-COUNT.
               PERFORM 1931-COUNT-EFFECTIVE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-TABLE-COUNT.
               IF WS-EFFECTIVE-COUNT IS GREATER THAN WS-CHECK-MAX
               THEN
                   ADD 1 TO WS-CAPACITY-COUNT
                   MOVE WS-EFFECTIVE-COUNT TO WS-DISP-ZONES
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    WARNING - ' WS-DISP-ZONES
                       ' ZONES EFFECTIVE ON ' WS-CHECK-DATE
                       ', DIVE PROCESSING CHECKS ONLY ' WS-CHECK-MAX
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1931-COUNT-EFFECTIVE.
               IF WS-Z-EFF-FROM(WS-ZONE-IX) IS NOT GREATER THAN
                   WS-CHECK-DATE
                   AND WS-Z-EFF-TO(WS-ZONE-IX) IS NOT LESS THAN
                       WS-CHECK-DATE
               THEN ADD 1 TO WS-EFFECTIVE-COUNT
               END-IF.

           1940-CHECK-START-CAPACITY.
               IF WS-Z-EFF-FROM(WS-OTHER-IX) IS GREATER THAN WS-RUN-DATE
                   AND WS-Z-EFF-FROM(WS-OTHER-IX) IS NOT GREATER THAN
                       WS-HORIZON-DATE
               THEN
                   MOVE WS-Z-EFF-FROM(WS-OTHER-IX) TO WS-CHECK-DATE
                   PERFORM 1930-CHECK-CAPACITY
               END-IF.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
