       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHATIF.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETER-FILE ASSIGN TO "WHATPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO "ARCHIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT CURRENT-ENVELOPE-FILE ASSIGN TO "ENVLIMS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENVLIMS-STATUS.
               SELECT PROPOSED-ENVELOPE-FILE ASSIGN TO "ENVPROP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENVPROP-STATUS.
               SELECT CURRENT-ZONE-FILE ASSIGN TO "ZONEDEFS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZONEDEFS-STATUS.
               SELECT PROPOSED-ZONE-FILE ASSIGN TO "ZONEPROP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZONEPROP-STATUS.
               SELECT REPORT-FILE ASSIGN TO "WHATIFRP"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 WP-DATE-FROM    PIC 9(8).
               05 WP-DATE-TO      PIC 9(8).

           FD  ARCHIVE-FILE.
           01  ARCHIVE-RECORD.
               05 AR-RUN-DATE     PIC 9(8).
               05 AR-AUDIT-DATA   PIC X(121).

           FD  CURRENT-ENVELOPE-FILE.
           01  CURRENT-ENVELOPE-RECORD PIC X(22).

           FD  PROPOSED-ENVELOPE-FILE.
           01  PROPOSED-ENVELOPE-RECORD PIC X(22).

           FD  CURRENT-ZONE-FILE.
           01  CURRENT-ZONE-RECORD PIC X(78).

           FD  PROPOSED-ZONE-FILE.
           01  PROPOSED-ZONE-RECORD PIC X(78).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               COPY AUDITREC.
               COPY NAVFLDS.
               01 AIM       PIC S9(16) VALUE IS 0.
               COPY ZONEREC.
               01 ENVELOPE-RECORD.
                   05 EL-VESSEL-SEQ   PIC 9(5).
                   05 EL-MAX-DEPTH    PIC 9(7).
                   05 EL-MAX-MAG      PIC 9(5).
                   05 EL-MAX-AIM      PIC 9(5).
               01 WS-PARM-STATUS PIC X(02) VALUE '00'.
               01 WS-ARCHIVE-STATUS PIC X(02) VALUE '00'.
               01 WS-ENVLIMS-STATUS PIC X(02) VALUE '00'.
               01 WS-ENVPROP-STATUS PIC X(02) VALUE '00'.
               01 WS-ZONEDEFS-STATUS PIC X(02) VALUE '00'.
               01 WS-ZONEPROP-STATUS PIC X(02) VALUE '00'.
               01 WS-ARCHIVE-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ARCHIVE VALUE 'Y'.
               01 WS-ENVLIMS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ENVLIMS VALUE 'Y'.
               01 WS-ENVPROP-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ENVPROP VALUE 'Y'.
               01 WS-ZONEDEFS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ZONEDEFS VALUE 'Y'.
               01 WS-ZONEPROP-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ZONEPROP VALUE 'Y'.
               01 WS-ENVPROP-SW PIC X VALUE 'N'.
                   88 WS-ENVPROP-SUPPLIED VALUE 'Y'.
               01 WS-ZONEPROP-SW PIC X VALUE 'N'.
                   88 WS-ZONEPROP-SUPPLIED VALUE 'Y'.
               01 WS-ENV-CMD-SW PIC X VALUE 'N'.
                   88 WS-ENV-CMD VALUE 'Y'.
               01 WS-WARNING-SW PIC X VALUE 'N'.
                   88 WS-WARNING-RAISED VALUE 'Y'.
               01 WS-TODAY PIC 9(8) VALUE 0.
               01 WS-DATE-FROM PIC 9(8) VALUE 0.
               01 WS-DATE-TO PIC 9(8) VALUE 0.
               01 WS-REPLAY-DATE PIC 9(8) VALUE 0.
               01 WS-REPLAY-HULL PIC X(8) VALUE SPACES.
               01 WS-CUR-VESSEL PIC 9(5) VALUE 0.
               01 WS-SET-IX PIC 9 VALUE 0.
               01 WS-SET-NAME PIC X(8) VALUE SPACES.
               01 WS-ENV-IX PIC 9(5) VALUE 0.
               01 WS-ENV-MAX-ENTRIES PIC 9(5) VALUE 500.
               01 WS-ENV-TABLE.
                   05 WS-ENV-SET OCCURS 2 TIMES.
                       10 WS-ENV-ENTRY OCCURS 500 TIMES.
                           15 WS-ENV-LOADED-SW PIC X.
                               88 WS-ENV-LOADED VALUE 'Y'.
                           15 WS-ENV-MAX-DEPTH PIC 9(7).
                           15 WS-ENV-MAX-MAG PIC 9(5).
                           15 WS-ENV-MAX-AIM PIC 9(5).
               01 WS-ZDEF-MAX PIC 9(3) VALUE 500.
               01 WS-ZDEF-IX PIC 9(3) VALUE 0.
               01 WS-ZDEF-DROPPED PIC 9(5) VALUE 0.
               01 WS-ZDEF-TABLE.
                   05 WS-ZDEF-SET OCCURS 2 TIMES.
                       10 WS-ZDEF-COUNT PIC 9(3).
                       10 WS-ZDEF-ENTRY OCCURS 500 TIMES.
                           15 WS-ZF-ZONE-ID PIC X(8).
                           15 WS-ZF-POS-FROM PIC 9(16).
                           15 WS-ZF-POS-TO PIC 9(16).
                           15 WS-ZF-DEPTH-FROM PIC 9(7).
                           15 WS-ZF-DEPTH-TO PIC 9(7).
                           15 WS-ZF-EFF-FROM PIC 9(8).
                           15 WS-ZF-EFF-TO PIC 9(8).
                           15 WS-ZF-SEVERITY PIC X(8).
               01 WS-ZONE-MAX PIC 9(3) VALUE 50.
               01 WS-ZONE-IX PIC 9(3) VALUE 0.
               01 WS-ZONE-DROPPED PIC 9(5) VALUE 0.
               01 WS-ZONE-TABLE.
                   05 WS-ZONE-SET OCCURS 2 TIMES.
                       10 WS-ZONE-COUNT PIC 9(3).
                       10 WS-ZONE-ENTRY OCCURS 50 TIMES.
                           15 WS-Z-DEF-IX PIC 9(3).
                           15 WS-Z-INSIDE-SW PIC X.
                               88 WS-Z-INSIDE VALUE 'Y'.
               01 WS-RESULT-TABLE.
                   05 WS-RESULT-SET OCCURS 2 TIMES.
                       10 WS-R-VIOL-GROUP.
                           15 WS-R-VIOL OCCURS 3 TIMES.
                               20 WS-R-SEVERITY PIC X(8).
                               20 WS-R-TEXT PIC X(44).
                       10 WS-R-ENTRY-COUNT PIC 9(3).
                       10 WS-R-ENTRY OCCURS 50 TIMES.
                           15 WS-R-ZONE-ID PIC X(8).
                           15 WS-R-ZONE-SEV PIC X(8).
                           15 WS-R-MATCHED-SW PIC X.
                               88 WS-R-MATCHED VALUE 'Y'.
               01 WS-CHECK-IX PIC 9 VALUE 0.
               01 WS-ENTRY-IX PIC 9(3) VALUE 0.
               01 WS-OTHER-IX PIC 9(3) VALUE 0.
               01 WS-MATCH-IX PIC 9(3) VALUE 0.
               01 WS-CHANGE PIC X(7) VALUE SPACES.
               01 WS-HULL-MAX PIC 9(4) VALUE 500.
               01 WS-HULL-COUNT PIC 9(4) VALUE 0.
               01 WS-HULL-TABLE.
                   05 WS-HULL-ENTRY OCCURS 500 TIMES.
                       10 WS-H-HULL PIC X(8).
                       10 WS-H-VIOL-NEW PIC 9(7).
                       10 WS-H-VIOL-CLEARED PIC 9(7).
                       10 WS-H-VIOL-SAME PIC 9(7).
                       10 WS-H-ZONE-NEW PIC 9(7).
                       10 WS-H-ZONE-CLEARED PIC 9(7).
                       10 WS-H-ZONE-SAME PIC 9(7).
               01 WS-HULL-IX PIC 9(4) VALUE 0.
               01 WS-FOUND-IX PIC 9(4) VALUE 0.
               01 WS-HULL-DROPPED PIC 9(5) VALUE 0.
               01 WS-T-VIOL-NEW PIC 9(7) VALUE 0.
               01 WS-T-VIOL-CLEARED PIC 9(7) VALUE 0.
               01 WS-T-VIOL-SAME PIC 9(7) VALUE 0.
               01 WS-T-ZONE-NEW PIC 9(7) VALUE 0.
               01 WS-T-ZONE-CLEARED PIC 9(7) VALUE 0.
               01 WS-T-ZONE-SAME PIC 9(7) VALUE 0.
               01 WS-AUDIT-READ PIC 9(9) VALUE 0.
               01 WS-AUDIT-SELECTED PIC 9(9) VALUE 0.
               01 WS-RUN-COUNT PIC 9(5) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-LINE PIC Z(8)9.
               01 WS-DISP-RUNS PIC ZZZZ9.
               01 WS-DISP-DROPPED PIC ZZZZ9.
               01 WS-DISP-V-NEW PIC Z(6)9.
               01 WS-DISP-V-CLEARED PIC Z(6)9.
               01 WS-DISP-V-SAME PIC Z(6)9.
               01 WS-DISP-Z-NEW PIC Z(6)9.
               01 WS-DISP-Z-CLEARED PIC Z(6)9.
               01 WS-DISP-Z-SAME PIC Z(6)9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               PERFORM 0200-LOAD-PARAMETERS.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'WHAT-IF REPLAY OF ARCHIVED DIVES'
                   ' - PROPOSED ENVELOPE AND ZONES'
                   '  RUN DATES ' WS-DATE-FROM ' TO ' WS-DATE-TO
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'PREPARED ' WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-DATE-FROM IS GREATER THAN WS-DATE-TO
               THEN
                   MOVE 'INVALID DATE RANGE ON PARAMETER CARD'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 0300-LOAD-ENVELOPES.
               PERFORM 0400-LOAD-ZONES.
               IF NOT WS-ENVPROP-SUPPLIED
                   AND NOT WS-ZONEPROP-SUPPLIED
               THEN
                   MOVE 'NO PROPOSED ENVELOPE OR ZONE FILE - NO REPLAY'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT ARCHIVE-FILE.
               IF WS-ARCHIVE-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'AUDIT ARCHIVE NOT AVAILABLE - NO REPLAY'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'CHANGES UNDER PROPOSED RULES' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1000-READ-AUDIT
                   UNTIL END-OF-ARCHIVE.
               CLOSE ARCHIVE-FILE.
               GO TO 1900-WRITE-SUMMARY.

           0200-LOAD-PARAMETERS.
               MOVE 0 TO WS-DATE-FROM.
               MOVE 99999999 TO WS-DATE-TO.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WP-DATE-FROM IS NUMERIC
                           THEN MOVE WP-DATE-FROM TO WS-DATE-FROM
                           END-IF
                           IF WP-DATE-TO IS NUMERIC
                               AND WP-DATE-TO IS GREATER THAN 0
                           THEN MOVE WP-DATE-TO TO WS-DATE-TO
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.

           0300-LOAD-ENVELOPES.
               PERFORM 0310-CLEAR-ENV-ENTRY
                   VARYING WS-ENV-IX FROM 1 BY 1
                   UNTIL WS-ENV-IX IS GREATER THAN
                       WS-ENV-MAX-ENTRIES.
               MOVE 1 TO WS-SET-IX.
               OPEN INPUT CURRENT-ENVELOPE-FILE.
               IF WS-ENVLIMS-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0320-READ-CURRENT-ENVELOPE
                       UNTIL END-OF-ENVLIMS
                   CLOSE CURRENT-ENVELOPE-FILE
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CURRENT ENVELOPE NOT AVAILABLE - NO CURRENT'
                       ' LIMITS APPLIED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               MOVE 2 TO WS-SET-IX.
               OPEN INPUT PROPOSED-ENVELOPE-FILE.
               IF WS-ENVPROP-STATUS IS EQUAL TO '00'
               THEN
                   MOVE 'Y' TO WS-ENVPROP-SW
                   PERFORM 0330-READ-PROPOSED-ENVELOPE
                       UNTIL END-OF-ENVPROP
                   CLOSE PROPOSED-ENVELOPE-FILE
               ELSE
                   MOVE WS-ENV-SET(1) TO WS-ENV-SET(2)
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'PROPOSED ENVELOPE NOT SUPPLIED - CURRENT'
                       ' LIMITS USED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           0310-CLEAR-ENV-ENTRY.
               MOVE 'N' TO WS-ENV-LOADED-SW(1, WS-ENV-IX).
               MOVE 0 TO WS-ENV-MAX-DEPTH(1, WS-ENV-IX).
               MOVE 0 TO WS-ENV-MAX-MAG(1, WS-ENV-IX).
               MOVE 0 TO WS-ENV-MAX-AIM(1, WS-ENV-IX).
               MOVE WS-ENV-ENTRY(1, WS-ENV-IX) TO
                   WS-ENV-ENTRY(2, WS-ENV-IX).

           0320-READ-CURRENT-ENVELOPE.
               READ CURRENT-ENVELOPE-FILE INTO ENVELOPE-RECORD
                   AT END SET END-OF-ENVLIMS TO TRUE
                   NOT AT END PERFORM 0340-STORE-ENVELOPE
               END-READ.

           0330-READ-PROPOSED-ENVELOPE.
               READ PROPOSED-ENVELOPE-FILE INTO ENVELOPE-RECORD
                   AT END SET END-OF-ENVPROP TO TRUE
                   NOT AT END PERFORM 0340-STORE-ENVELOPE
               END-READ.

           0340-STORE-ENVELOPE.
               IF EL-VESSEL-SEQ IS GREATER THAN 0
                   AND EL-VESSEL-SEQ IS NOT GREATER THAN
                       WS-ENV-MAX-ENTRIES
               THEN
                   MOVE 'Y' TO
                       WS-ENV-LOADED-SW(WS-SET-IX, EL-VESSEL-SEQ)
                   MOVE EL-MAX-DEPTH TO
                       WS-ENV-MAX-DEPTH(WS-SET-IX, EL-VESSEL-SEQ)
                   MOVE EL-MAX-MAG TO
                       WS-ENV-MAX-MAG(WS-SET-IX, EL-VESSEL-SEQ)
                   MOVE EL-MAX-AIM TO
                       WS-ENV-MAX-AIM(WS-SET-IX, EL-VESSEL-SEQ)
               END-IF.

           0400-LOAD-ZONES.
               MOVE 0 TO WS-ZDEF-COUNT(1).
               MOVE 0 TO WS-ZDEF-COUNT(2).
               MOVE 1 TO WS-SET-IX.
               OPEN INPUT CURRENT-ZONE-FILE.
               IF WS-ZONEDEFS-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0410-READ-CURRENT-ZONE
                       UNTIL END-OF-ZONEDEFS
                   CLOSE CURRENT-ZONE-FILE
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CURRENT ZONE FILE NOT AVAILABLE - NO CURRENT'
                       ' ZONES APPLIED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               MOVE 2 TO WS-SET-IX.
               OPEN INPUT PROPOSED-ZONE-FILE.
               IF WS-ZONEPROP-STATUS IS EQUAL TO '00'
               THEN
                   MOVE 'Y' TO WS-ZONEPROP-SW
                   PERFORM 0420-READ-PROPOSED-ZONE
                       UNTIL END-OF-ZONEPROP
                   CLOSE PROPOSED-ZONE-FILE
               ELSE
                   MOVE WS-ZDEF-SET(1) TO WS-ZDEF-SET(2)
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'PROPOSED ZONE FILE NOT SUPPLIED - CURRENT'
                       ' ZONES USED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-ZDEF-DROPPED IS GREATER THAN 0
               THEN
                   MOVE WS-ZDEF-DROPPED TO WS-DISP-DROPPED
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ZONE DEFINITION TABLE FULL - '
                       WS-DISP-DROPPED ' DEFINITIONS NOT REPLAYED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.

           0410-READ-CURRENT-ZONE.
               READ CURRENT-ZONE-FILE INTO ZONE-DEF-RECORD
                   AT END SET END-OF-ZONEDEFS TO TRUE
                   NOT AT END PERFORM 0430-STORE-ZONE
               END-READ.

           0420-READ-PROPOSED-ZONE.
               READ PROPOSED-ZONE-FILE INTO ZONE-DEF-RECORD
                   AT END SET END-OF-ZONEPROP TO TRUE
                   NOT AT END PERFORM 0430-STORE-ZONE
               END-READ.

           0430-STORE-ZONE.
               IF WS-ZDEF-COUNT(WS-SET-IX) IS LESS THAN WS-ZDEF-MAX
               THEN
                   ADD 1 TO WS-ZDEF-COUNT(WS-SET-IX)
                   MOVE WS-ZDEF-COUNT(WS-SET-IX) TO WS-ZDEF-IX
                   MOVE ZD-ZONE-ID TO
                       WS-ZF-ZONE-ID(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-POS-FROM TO
                       WS-ZF-POS-FROM(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-POS-TO TO
                       WS-ZF-POS-TO(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-DEPTH-FROM TO
                       WS-ZF-DEPTH-FROM(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-DEPTH-TO TO
                       WS-ZF-DEPTH-TO(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-EFF-FROM TO
                       WS-ZF-EFF-FROM(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-EFF-TO TO
                       WS-ZF-EFF-TO(WS-SET-IX, WS-ZDEF-IX)
                   MOVE ZD-SEVERITY TO
                       WS-ZF-SEVERITY(WS-SET-IX, WS-ZDEF-IX)
               ELSE ADD 1 TO WS-ZDEF-DROPPED
               END-IF.

           1000-READ-AUDIT.
               READ ARCHIVE-FILE
                   AT END SET END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AR-RUN-DATE IS NOT LESS THAN WS-DATE-FROM
                           AND AR-RUN-DATE IS NOT GREATER THAN
                               WS-DATE-TO
                       THEN PERFORM 1010-REPLAY-COMMAND
                       END-IF
               END-READ.

           1010-REPLAY-COMMAND.
               ADD 1 TO WS-AUDIT-SELECTED.
               MOVE AR-AUDIT-DATA TO AUDIT-RECORD.
               IF AR-RUN-DATE IS NOT EQUAL TO WS-REPLAY-DATE
               THEN PERFORM 1020-START-RUN
               END-IF.
               IF AU-HULL-NUM IS NOT EQUAL TO WS-REPLAY-HULL
               THEN PERFORM 1030-START-VESSEL
               END-IF.
               PERFORM 1040-DECODE-COMMAND.
               MOVE AU-POS TO POS.
               MOVE AU-DEPTH TO DEPTH.
               MOVE AU-AIM TO AIM.
               PERFORM 1100-APPLY-RULES
                   VARYING WS-SET-IX FROM 1 BY 1
                   UNTIL WS-SET-IX IS GREATER THAN 2.
               PERFORM 1200-COMPARE-VIOLATION
                   VARYING WS-CHECK-IX FROM 1 BY 1
                   UNTIL WS-CHECK-IX IS GREATER THAN 3.
               PERFORM 1300-COMPARE-ZONE-ENTRY
                   VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX IS GREATER THAN
                       WS-R-ENTRY-COUNT(1).
               PERFORM 1350-CHECK-NEW-ZONE-ENTRY
                   VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX IS GREATER THAN
                       WS-R-ENTRY-COUNT(2).

           1020-START-RUN.
               MOVE AR-RUN-DATE TO WS-REPLAY-DATE.
               ADD 1 TO WS-RUN-COUNT.
               MOVE 0 TO WS-CUR-VESSEL.
               MOVE SPACES TO WS-REPLAY-HULL.
               PERFORM 1025-SELECT-RUN-ZONES
                   VARYING WS-SET-IX FROM 1 BY 1
                   UNTIL WS-SET-IX IS GREATER THAN 2.

           1025-SELECT-RUN-ZONES.
               MOVE 0 TO WS-ZONE-COUNT(WS-SET-IX).
               MOVE 0 TO WS-ZONE-DROPPED.
               PERFORM 1026-SELECT-ZONE
                   VARYING WS-ZDEF-IX FROM 1 BY 1
                   UNTIL WS-ZDEF-IX IS GREATER THAN
                       WS-ZDEF-COUNT(WS-SET-IX).
               IF WS-ZONE-DROPPED IS GREATER THAN 0
               THEN
                   PERFORM 1060-NAME-SET
                   MOVE WS-ZONE-DROPPED TO WS-DISP-DROPPED
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'ZONE TABLE FULL ON RUN ' WS-REPLAY-DATE
                       ' - ' WS-DISP-DROPPED ' EFFECTIVE '
                       WS-SET-NAME ' ZONES BEYOND ' WS-ZONE-MAX
                       ' NOT CHECKED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.

           1026-SELECT-ZONE.
               IF WS-REPLAY-DATE IS NOT LESS THAN
                   WS-ZF-EFF-FROM(WS-SET-IX, WS-ZDEF-IX)
                   AND WS-REPLAY-DATE IS NOT GREATER THAN
                       WS-ZF-EFF-TO(WS-SET-IX, WS-ZDEF-IX)
               THEN
                   IF WS-ZONE-COUNT(WS-SET-IX) IS LESS THAN
                       WS-ZONE-MAX
                   THEN
                       ADD 1 TO WS-ZONE-COUNT(WS-SET-IX)
                       MOVE WS-ZONE-COUNT(WS-SET-IX) TO WS-ZONE-IX
                       MOVE WS-ZDEF-IX TO
                           WS-Z-DEF-IX(WS-SET-IX, WS-ZONE-IX)
                       MOVE 'N' TO
                           WS-Z-INSIDE-SW(WS-SET-IX, WS-ZONE-IX)
                   ELSE ADD 1 TO WS-ZONE-DROPPED
                   END-IF
               END-IF.

           1030-START-VESSEL.
               MOVE AU-HULL-NUM TO WS-REPLAY-HULL.
               ADD 1 TO WS-CUR-VESSEL.
               PERFORM 1035-CLEAR-ZONE-STATE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-ZONE-MAX.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1036-MATCH-HULL
                   VARYING WS-HULL-IX FROM 1 BY 1
                   UNTIL WS-HULL-IX IS GREATER THAN WS-HULL-COUNT.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   IF WS-HULL-COUNT IS LESS THAN WS-HULL-MAX
                   THEN
                       ADD 1 TO WS-HULL-COUNT
                       MOVE WS-HULL-COUNT TO WS-FOUND-IX
                       MOVE AU-HULL-NUM TO WS-H-HULL(WS-FOUND-IX)
                       MOVE 0 TO WS-H-VIOL-NEW(WS-FOUND-IX)
                       MOVE 0 TO WS-H-VIOL-CLEARED(WS-FOUND-IX)
                       MOVE 0 TO WS-H-VIOL-SAME(WS-FOUND-IX)
                       MOVE 0 TO WS-H-ZONE-NEW(WS-FOUND-IX)
                       MOVE 0 TO WS-H-ZONE-CLEARED(WS-FOUND-IX)
                       MOVE 0 TO WS-H-ZONE-SAME(WS-FOUND-IX)
                   ELSE ADD 1 TO WS-HULL-DROPPED
                   END-IF
               END-IF.

           1035-CLEAR-ZONE-STATE.
               MOVE 'N' TO WS-Z-INSIDE-SW(1, WS-ZONE-IX).
               MOVE 'N' TO WS-Z-INSIDE-SW(2, WS-ZONE-IX).

           1036-MATCH-HULL.
               IF WS-H-HULL(WS-HULL-IX) IS EQUAL TO AU-HULL-NUM
               THEN MOVE WS-HULL-IX TO WS-FOUND-IX
               END-IF.

           1040-DECODE-COMMAND.
               MOVE AU-DATA-LINE TO DATA-LINE.
               MOVE 0 TO DATA-NUM.
               MOVE 'N' TO WS-ENV-CMD-SW.
               IF DATA-LINE(1:5) IS NUMERIC
               THEN
                   MOVE DLF-MAGNITUDE TO DATA-NUM
                   IF DLF-CMD-CODE IS EQUAL TO 'FWD'
                       OR DLF-CMD-CODE IS EQUAL TO 'UP '
                       OR DLF-CMD-CODE IS EQUAL TO 'DWN'
                       OR DLF-CMD-CODE IS EQUAL TO 'AIM'
                   THEN MOVE 'Y' TO WS-ENV-CMD-SW
                   END-IF
               ELSE IF DATA-LINE(1:7) IS EQUAL TO 'forward'
               THEN
                   MOVE DATA-LINE(9:) TO DATA-NUM
                   MOVE 'Y' TO WS-ENV-CMD-SW
               ELSE IF DATA-LINE(1:2) IS EQUAL TO 'up'
               THEN
                   MOVE DATA-LINE(4:) TO DATA-NUM
                   MOVE 'Y' TO WS-ENV-CMD-SW
               ELSE IF DATA-LINE(1:4) IS EQUAL TO 'down'
               THEN
                   MOVE DATA-LINE(6:) TO DATA-NUM
                   MOVE 'Y' TO WS-ENV-CMD-SW
               ELSE IF DATA-LINE(1:6) IS EQUAL TO 'setaim'
               THEN
                   MOVE DATA-LINE(8:) TO DATA-NUM
                   MOVE 'Y' TO WS-ENV-CMD-SW
               END-IF.

           1060-NAME-SET.
               IF WS-SET-IX IS EQUAL TO 1
               THEN MOVE 'CURRENT' TO WS-SET-NAME
               ELSE MOVE 'PROPOSED' TO WS-SET-NAME
               END-IF.

           1100-APPLY-RULES.
               MOVE SPACES TO WS-R-VIOL-GROUP(WS-SET-IX).
               MOVE 0 TO WS-R-ENTRY-COUNT(WS-SET-IX).
               IF WS-ENV-CMD
                   AND WS-CUR-VESSEL IS NOT GREATER THAN
                       WS-ENV-MAX-ENTRIES
                   AND WS-ENV-LOADED(WS-SET-IX, WS-CUR-VESSEL)
               THEN PERFORM 1110-CHECK-LIMITS
               END-IF.
               IF WS-ZONE-COUNT(WS-SET-IX) IS GREATER THAN 0
               THEN
                   PERFORM 1120-CHECK-ZONE
                       VARYING WS-ZONE-IX FROM 1 BY 1
                       UNTIL WS-ZONE-IX IS GREATER THAN
                           WS-ZONE-COUNT(WS-SET-IX)
               END-IF.

           1110-CHECK-LIMITS.
               IF DATA-NUM IS GREATER THAN
                   WS-ENV-MAX-MAG(WS-SET-IX, WS-CUR-VESSEL)
               THEN
                   MOVE 'CRITICAL' TO WS-R-SEVERITY(WS-SET-IX, 1)
                   MOVE 'COMMAND MAGNITUDE EXCEEDS LIMIT'
                       TO WS-R-TEXT(WS-SET-IX, 1)
               ELSE
                   IF DATA-NUM * 10 IS GREATER THAN
                       WS-ENV-MAX-MAG(WS-SET-IX, WS-CUR-VESSEL) * 9
                   THEN
                       MOVE 'WARNING ' TO WS-R-SEVERITY(WS-SET-IX, 1)
                       MOVE 'COMMAND MAGNITUDE WITHIN 10 PCT OF LIMIT'
                           TO WS-R-TEXT(WS-SET-IX, 1)
                   END-IF
               END-IF.
               IF DEPTH IS GREATER THAN
                   WS-ENV-MAX-DEPTH(WS-SET-IX, WS-CUR-VESSEL)
               THEN
                   MOVE 'CRITICAL' TO WS-R-SEVERITY(WS-SET-IX, 2)
                   MOVE 'DEPTH EXCEEDS RATED MAXIMUM'
                       TO WS-R-TEXT(WS-SET-IX, 2)
               ELSE
                   IF DEPTH IS GREATER THAN 0
                       AND DEPTH * 10 IS GREATER THAN
                           WS-ENV-MAX-DEPTH(WS-SET-IX, WS-CUR-VESSEL)
                           * 9
                   THEN
                       MOVE 'WARNING ' TO WS-R-SEVERITY(WS-SET-IX, 2)
                       MOVE 'DEPTH WITHIN 10 PCT OF RATED MAXIMUM'
                           TO WS-R-TEXT(WS-SET-IX, 2)
                   END-IF
               END-IF.
               IF AIM IS GREATER THAN
                   WS-ENV-MAX-AIM(WS-SET-IX, WS-CUR-VESSEL)
               THEN
                   MOVE 'CRITICAL' TO WS-R-SEVERITY(WS-SET-IX, 3)
                   MOVE 'AIM EXCEEDS LIMIT'
                       TO WS-R-TEXT(WS-SET-IX, 3)
               ELSE
                   IF AIM IS GREATER THAN 0
                       AND AIM * 10 IS GREATER THAN
                           WS-ENV-MAX-AIM(WS-SET-IX, WS-CUR-VESSEL) * 9
                   THEN
                       MOVE 'WARNING ' TO WS-R-SEVERITY(WS-SET-IX, 3)
                       MOVE 'AIM WITHIN 10 PCT OF LIMIT'
                           TO WS-R-TEXT(WS-SET-IX, 3)
                   END-IF
               END-IF.

           1120-CHECK-ZONE.
               MOVE WS-Z-DEF-IX(WS-SET-IX, WS-ZONE-IX) TO WS-ZDEF-IX.
               IF POS IS NOT LESS THAN
                   WS-ZF-POS-FROM(WS-SET-IX, WS-ZDEF-IX)
                   AND POS IS NOT GREATER THAN
                       WS-ZF-POS-TO(WS-SET-IX, WS-ZDEF-IX)
                   AND DEPTH IS NOT LESS THAN
                       WS-ZF-DEPTH-FROM(WS-SET-IX, WS-ZDEF-IX)
                   AND DEPTH IS NOT GREATER THAN
                       WS-ZF-DEPTH-TO(WS-SET-IX, WS-ZDEF-IX)
               THEN
                   IF NOT WS-Z-INSIDE(WS-SET-IX, WS-ZONE-IX)
                   THEN
                       MOVE 'Y' TO
                           WS-Z-INSIDE-SW(WS-SET-IX, WS-ZONE-IX)
                       PERFORM 1130-RECORD-ZONE-ENTRY
                   END-IF
               ELSE
                   MOVE 'N' TO WS-Z-INSIDE-SW(WS-SET-IX, WS-ZONE-IX)
               END-IF.

           1130-RECORD-ZONE-ENTRY.
               ADD 1 TO WS-R-ENTRY-COUNT(WS-SET-IX).
               MOVE WS-R-ENTRY-COUNT(WS-SET-IX) TO WS-ENTRY-IX.
               MOVE WS-ZF-ZONE-ID(WS-SET-IX, WS-ZDEF-IX) TO
                   WS-R-ZONE-ID(WS-SET-IX, WS-ENTRY-IX).
               MOVE WS-ZF-SEVERITY(WS-SET-IX, WS-ZDEF-IX) TO
                   WS-R-ZONE-SEV(WS-SET-IX, WS-ENTRY-IX).
               MOVE 'N' TO WS-R-MATCHED-SW(WS-SET-IX, WS-ENTRY-IX).

           1200-COMPARE-VIOLATION.
               IF WS-R-VIOL(1, WS-CHECK-IX) IS EQUAL TO
                   WS-R-VIOL(2, WS-CHECK-IX)
               THEN
                   IF WS-R-SEVERITY(1, WS-CHECK-IX) IS NOT EQUAL TO
                       SPACES
                   THEN
                       ADD 1 TO WS-T-VIOL-SAME
                       IF WS-FOUND-IX IS GREATER THAN 0
                       THEN ADD 1 TO WS-H-VIOL-SAME(WS-FOUND-IX)
                       END-IF
                   END-IF
               ELSE
                   IF WS-R-SEVERITY(1, WS-CHECK-IX) IS NOT EQUAL TO
                       SPACES
                   THEN
                       ADD 1 TO WS-T-VIOL-CLEARED
                       IF WS-FOUND-IX IS GREATER THAN 0
                       THEN ADD 1 TO WS-H-VIOL-CLEARED(WS-FOUND-IX)
                       END-IF
                       MOVE 'CLEARED' TO WS-CHANGE
                       MOVE 1 TO WS-SET-IX
                       PERFORM 1210-WRITE-VIOLATION-CHANGE
                   END-IF
                   IF WS-R-SEVERITY(2, WS-CHECK-IX) IS NOT EQUAL TO
                       SPACES
                   THEN
                       ADD 1 TO WS-T-VIOL-NEW
                       IF WS-FOUND-IX IS GREATER THAN 0
                       THEN ADD 1 TO WS-H-VIOL-NEW(WS-FOUND-IX)
                       END-IF
                       MOVE 'NEW' TO WS-CHANGE
                       MOVE 2 TO WS-SET-IX
                       PERFORM 1210-WRITE-VIOLATION-CHANGE
                   END-IF
               END-IF.

           1210-WRITE-VIOLATION-CHANGE.
               MOVE AU-LINE-NUM TO WS-DISP-LINE.
               MOVE SPACES TO REPORT-RECORD.
               STRING WS-CHANGE ' VIOLATION   HULL ' WS-REPLAY-HULL
                   ' RUN ' WS-REPLAY-DATE
                   ' LINE ' WS-DISP-LINE
                   '  ' WS-R-SEVERITY(WS-SET-IX, WS-CHECK-IX)
                   ' ' WS-R-TEXT(WS-SET-IX, WS-CHECK-IX)
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1300-COMPARE-ZONE-ENTRY.
               MOVE 0 TO WS-MATCH-IX.
               PERFORM 1310-MATCH-ZONE-ENTRY
                   VARYING WS-OTHER-IX FROM 1 BY 1
                   UNTIL WS-OTHER-IX IS GREATER THAN
                       WS-R-ENTRY-COUNT(2).
               IF WS-MATCH-IX IS GREATER THAN 0
               THEN
                   MOVE 'Y' TO WS-R-MATCHED-SW(2, WS-MATCH-IX)
                   ADD 1 TO WS-T-ZONE-SAME
                   IF WS-FOUND-IX IS GREATER THAN 0
                   THEN ADD 1 TO WS-H-ZONE-SAME(WS-FOUND-IX)
                   END-IF
               ELSE
                   ADD 1 TO WS-T-ZONE-CLEARED
                   IF WS-FOUND-IX IS GREATER THAN 0
                   THEN ADD 1 TO WS-H-ZONE-CLEARED(WS-FOUND-IX)
                   END-IF
                   MOVE 'CLEARED' TO WS-CHANGE
                   MOVE 1 TO WS-SET-IX
                   PERFORM 1360-WRITE-ZONE-CHANGE
               END-IF.

           1310-MATCH-ZONE-ENTRY.
               IF WS-MATCH-IX IS EQUAL TO 0
                   AND NOT WS-R-MATCHED(2, WS-OTHER-IX)
                   AND WS-R-ZONE-ID(2, WS-OTHER-IX) IS EQUAL TO
                       WS-R-ZONE-ID(1, WS-ENTRY-IX)
               THEN MOVE WS-OTHER-IX TO WS-MATCH-IX
               END-IF.

           1350-CHECK-NEW-ZONE-ENTRY.
               IF NOT WS-R-MATCHED(2, WS-ENTRY-IX)
               THEN
                   ADD 1 TO WS-T-ZONE-NEW
                   IF WS-FOUND-IX IS GREATER THAN 0
                   THEN ADD 1 TO WS-H-ZONE-NEW(WS-FOUND-IX)
                   END-IF
                   MOVE 'NEW' TO WS-CHANGE
                   MOVE 2 TO WS-SET-IX
                   PERFORM 1360-WRITE-ZONE-CHANGE
               END-IF.

           1360-WRITE-ZONE-CHANGE.
               MOVE AU-LINE-NUM TO WS-DISP-LINE.
               MOVE SPACES TO REPORT-RECORD.
               STRING WS-CHANGE ' ZONE ENTRY  HULL ' WS-REPLAY-HULL
                   ' RUN ' WS-REPLAY-DATE
                   ' LINE ' WS-DISP-LINE
                   '  ZONE ' WS-R-ZONE-ID(WS-SET-IX, WS-ENTRY-IX)
                   ' ' WS-R-ZONE-SEV(WS-SET-IX, WS-ENTRY-IX)
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1900-WRITE-SUMMARY.
               IF WS-T-VIOL-NEW IS EQUAL TO 0
                   AND WS-T-VIOL-CLEARED IS EQUAL TO 0
                   AND WS-T-ZONE-NEW IS EQUAL TO 0
                   AND WS-T-ZONE-CLEARED IS EQUAL TO 0
               THEN
                   MOVE '    NONE' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 'SUMMARY BY VESSEL' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1910-WRITE-HULL-SUMMARY
                   VARYING WS-HULL-IX FROM 1 BY 1
                   UNTIL WS-HULL-IX IS GREATER THAN WS-HULL-COUNT.
               MOVE WS-T-VIOL-NEW TO WS-DISP-V-NEW.
               MOVE WS-T-VIOL-CLEARED TO WS-DISP-V-CLEARED.
               MOVE WS-T-VIOL-SAME TO WS-DISP-V-SAME.
               MOVE WS-T-ZONE-NEW TO WS-DISP-Z-NEW.
               MOVE WS-T-ZONE-CLEARED TO WS-DISP-Z-CLEARED.
               MOVE WS-T-ZONE-SAME TO WS-DISP-Z-SAME.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'FLEET        '
                   '  VIOL NEW ' WS-DISP-V-NEW
                   ' CLEARED ' WS-DISP-V-CLEARED
                   ' UNCHANGED ' WS-DISP-V-SAME
                   '  ZONE NEW ' WS-DISP-Z-NEW
                   ' CLEARED ' WS-DISP-Z-CLEARED
                   ' UNCHANGED ' WS-DISP-Z-SAME
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-HULL-DROPPED IS GREATER THAN 0
               THEN
                   MOVE WS-HULL-DROPPED TO WS-DISP-DROPPED
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'HULL TABLE FULL - ' WS-DISP-DROPPED
                       ' VESSEL RUNS IN FLEET TOTAL ONLY'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-AUDIT-READ TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'ARCHIVE RECORDS READ     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-AUDIT-SELECTED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'COMMANDS REPLAYED        ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-RUN-COUNT TO WS-DISP-RUNS.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'RUN DATES REPLAYED           ' WS-DISP-RUNS
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-AUDIT-SELECTED IS EQUAL TO 0
               THEN
                   MOVE 'NO ARCHIVED COMMANDS IN DATE RANGE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF.
               IF WS-WARNING-RAISED
               THEN MOVE 4 TO RETURN-CODE
               END-IF.
               GO TO 2000-TERMINATE.

           1910-WRITE-HULL-SUMMARY.
               MOVE WS-H-VIOL-NEW(WS-HULL-IX) TO WS-DISP-V-NEW.
               MOVE WS-H-VIOL-CLEARED(WS-HULL-IX) TO WS-DISP-V-CLEARED.
               MOVE WS-H-VIOL-SAME(WS-HULL-IX) TO WS-DISP-V-SAME.
               MOVE WS-H-ZONE-NEW(WS-HULL-IX) TO WS-DISP-Z-NEW.
               MOVE WS-H-ZONE-CLEARED(WS-HULL-IX) TO WS-DISP-Z-CLEARED.
               MOVE WS-H-ZONE-SAME(WS-HULL-IX) TO WS-DISP-Z-SAME.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' WS-H-HULL(WS-HULL-IX)
                   '  VIOL NEW ' WS-DISP-V-NEW
                   ' CLEARED ' WS-DISP-V-CLEARED
                   ' UNCHANGED ' WS-DISP-V-SAME
                   '  ZONE NEW ' WS-DISP-Z-NEW
                   ' CLEARED ' WS-DISP-Z-CLEARED
                   ' UNCHANGED ' WS-DISP-Z-SAME
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
