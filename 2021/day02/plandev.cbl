       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANDEV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PLAN-LOG-FILE ASSIGN TO "PLANLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLANLOG-STATUS.
               SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "PLANDPRM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.
               SELECT REPORT-FILE ASSIGN TO "PLANDEV"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PLAN-LOG-FILE.
           01  PLAN-LOG-RECORD PIC X(40).

           FD  AUDIT-FILE.
               COPY AUDITREC.

           FD  VESSEL-MASTER-FILE.
               COPY VESSMST.

           FD  PARAMETER-FILE.
           01  PARAMETER-RECORD.
               05 PD-POS-TOL      PIC 9(7).
               05 PD-DEPTH-TOL    PIC 9(7).
               05 PD-AIM-TOL      PIC 9(5).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(160).

           WORKING-STORAGE SECTION.
               COPY NAVFLDS.
               01 AIM       PIC S9(16) VALUE IS 0.
               01 WS-PLANLOG-STATUS PIC X(02) VALUE '00'.
               01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-PARM-STATUS PIC X(02) VALUE '00'.
               01 WS-PLAN-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PLAN-LOG VALUE 'Y'.
               01 WS-AUDIT-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-AUDIT VALUE 'Y'.
               01 WS-PARM-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-PARMS VALUE 'Y'.
               01 WS-VESSMAST-SW PIC X VALUE 'N'.
                   88 WS-VESSMAST-AVAILABLE VALUE 'Y'.
               01 WS-POS-TOL PIC 9(7) VALUE 0.
               01 WS-DEPTH-TOL PIC 9(7) VALUE 0.
               01 WS-AIM-TOL PIC 9(5) VALUE 0.
               01 WS-FORMAT-SW PIC X VALUE 'U'.
                   88 WS-FORMAT-UNKNOWN VALUE 'U'.
                   88 WS-LEGACY-FORMAT VALUE 'L'.
                   88 WS-FIXED-FORMAT VALUE 'F'.
               01 WS-LINE-FORMAT-SW PIC X VALUE 'L'.
                   88 WS-LINE-FIXED VALUE 'F'.
               01 WS-CMD-CODE PIC X(3).
               01 WS-PLAN-LINE PIC 9(9) VALUE 0.
               01 WS-VESSEL-NUM PIC 9(5) VALUE 0.
               01 WS-CUR-VESSEL PIC 9(5) VALUE 0.
               01 WS-BATCH-SEQ-SW PIC X VALUE 'N'.
                   88 WS-BATCH-SEQ-DONE VALUE 'Y'.
               01 WS-VESSEL-SW PIC X VALUE 'N'.
                   88 WS-VESSEL-HAS-CMDS VALUE 'Y'.
               01 WS-PREV-HULL PIC 9(5) VALUE 0.
               01 WS-CUR-HULL PIC X(8) VALUE SPACES.
               01 WS-PLAN-EXCP-COUNT PIC 9(9) VALUE 0.
               01 WS-PLAN-MAX PIC 9(5) VALUE 2000.
               01 WS-PLAN-COUNT PIC 9(5) VALUE 0.
               01 WS-PLAN-TABLE.
                   05 WS-PLAN-ENTRY OCCURS 2000 TIMES.
                       10 WS-PL-HULL PIC X(8).
                       10 WS-PL-LINE PIC 9(9).
                       10 WS-PL-CODE PIC X(3).
                       10 WS-PL-MAG PIC 9(16).
                       10 WS-PL-POS PIC 9(16).
                       10 WS-PL-DEPTH PIC S9(16).
                       10 WS-PL-AIM PIC S9(16).
                       10 WS-PL-DATA PIC X(40).
                       10 WS-PL-MATCH-IX PIC 9(5).
               01 WS-ACT-MAX PIC 9(5) VALUE 5000.
               01 WS-ACT-COUNT PIC 9(5) VALUE 0.
               01 WS-ACTUAL-TABLE.
                   05 WS-ACT-ENTRY OCCURS 5000 TIMES.
                       10 WS-AC-HULL PIC X(8).
                       10 WS-AC-LINE PIC 9(9).
                       10 WS-AC-CODE PIC X(3).
                       10 WS-AC-MAG PIC 9(16).
                       10 WS-AC-POS PIC 9(16).
                       10 WS-AC-DEPTH PIC S9(16).
                       10 WS-AC-AIM PIC S9(16).
                       10 WS-AC-DATA PIC X(40).
                       10 WS-AC-MATCHED-SW PIC X.
                           88 WS-AC-MATCHED VALUE 'Y'.
               01 WS-VESSEL-MAX PIC 9(5) VALUE 500.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-TABLE.
                   05 WS-VES-ENTRY OCCURS 500 TIMES.
                       10 WS-V-HULL PIC X(8).
                       10 WS-V-CURSOR PIC 9(5).
                       10 WS-V-PLANNED PIC 9(5).
                       10 WS-V-EXECUTED PIC 9(5).
                       10 WS-V-MATCHED PIC 9(5).
               01 WS-PL-IX PIC 9(5) VALUE 0.
               01 WS-AC-IX PIC 9(5) VALUE 0.
               01 WS-VES-IX PIC 9(5) VALUE 0.
               01 WS-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-MATCH-IX PIC 9(5) VALUE 0.
               01 WS-SCAN-START PIC 9(5) VALUE 0.
               01 WS-FIND-HULL PIC X(8).
               01 WS-POS-DIFF PIC 9(16) VALUE 0.
               01 WS-DEPTH-DIFF PIC 9(16) VALUE 0.
               01 WS-AIM-DIFF PIC 9(16) VALUE 0.
               01 WS-PLAN-CAP-SW PIC X VALUE 'N'.
                   88 WS-PLAN-CAP-HIT VALUE 'Y'.
               01 WS-ACT-CAP-SW PIC X VALUE 'N'.
                   88 WS-ACT-CAP-HIT VALUE 'Y'.
               01 WS-VES-CAP-SW PIC X VALUE 'N'.
                   88 WS-VES-CAP-HIT VALUE 'Y'.
               01 WS-DEVIATION-COUNT PIC 9(9) VALUE 0.
               01 WS-MISSING-COUNT PIC 9(9) VALUE 0.
               01 WS-UNPLANNED-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-LINE PIC Z(8)9.
               01 WS-DISP-ALINE PIC Z(8)9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-PLANNED PIC ZZZZ9.
               01 WS-DISP-EXECUTED PIC ZZZZ9.
               01 WS-DISP-MATCHED PIC ZZZZ9.
               01 WS-DISP-PPOS PIC Z(15)9.
               01 WS-DISP-APOS PIC Z(15)9.
               01 WS-DISP-PDEPTH PIC -(16)9.
               01 WS-DISP-ADEPTH PIC -(16)9.
               01 WS-DISP-PAIM PIC -(16)9.
               01 WS-DISP-AAIM PIC -(16)9.
               01 WS-DISP-POS-TOL PIC Z(6)9.
               01 WS-DISP-DEPTH-TOL PIC Z(6)9.
               01 WS-DISP-AIM-TOL PIC ZZZZ9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               OPEN OUTPUT REPORT-FILE.
               PERFORM 0200-LOAD-PARAMETERS.
               MOVE WS-POS-TOL TO WS-DISP-POS-TOL.
               MOVE WS-DEPTH-TOL TO WS-DISP-DEPTH-TOL.
               MOVE WS-AIM-TOL TO WS-DISP-AIM-TOL.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'DIVE PLAN VERSUS ACTUAL DEVIATION REPORT'
                   '  TOLERANCE POS ' WS-DISP-POS-TOL
                   '  DEPTH ' WS-DISP-DEPTH-TOL
                   '  AIM ' WS-DISP-AIM-TOL
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               OPEN INPUT PLAN-LOG-FILE.
               IF WS-PLANLOG-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'PLAN LOG NOT PRESENT - NO COMPARISON MADE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'AUDIT LOG NOT PRESENT - NO COMPARISON MADE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   CLOSE PLAN-LOG-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT VESSEL-MASTER-FILE.
               IF WS-VESSMAST-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-VESSMAST-SW
               END-IF.
               PERFORM 0310-READ-PLAN
                   UNTIL END-OF-PLAN-LOG.
               CLOSE PLAN-LOG-FILE.
               PERFORM 0410-READ-AUDIT
                   UNTIL END-OF-AUDIT.
               CLOSE AUDIT-FILE.
               IF WS-VESSMAST-AVAILABLE
               THEN CLOSE VESSEL-MASTER-FILE
               END-IF.
               GO TO 1000-MATCH-PLAN.

           0200-LOAD-PARAMETERS.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARM-STATUS IS EQUAL TO '00'
               THEN
                   READ PARAMETER-FILE
                       AT END SET END-OF-PARMS TO TRUE
                       NOT AT END
                           IF PD-POS-TOL IS NUMERIC
                           THEN MOVE PD-POS-TOL TO WS-POS-TOL
                           END-IF
                           IF PD-DEPTH-TOL IS NUMERIC
                           THEN MOVE PD-DEPTH-TOL TO WS-DEPTH-TOL
                           END-IF
                           IF PD-AIM-TOL IS NUMERIC
                           THEN MOVE PD-AIM-TOL TO WS-AIM-TOL
                           END-IF
                   END-READ
                   CLOSE PARAMETER-FILE
               END-IF.

           0310-READ-PLAN.
               READ PLAN-LOG-FILE INTO DATA-LINE
                   AT END SET END-OF-PLAN-LOG TO TRUE
                   NOT AT END PERFORM 0320-PLAN-LINE
               END-READ.

           0320-PLAN-LINE.
               ADD 1 TO WS-PLAN-LINE.
               IF DATA-LINE IS EQUAL TO SPACES
               THEN
                   IF WS-VESSEL-HAS-CMDS
                   THEN PERFORM 0340-END-PLAN-VESSEL
                   END-IF
               ELSE
                   IF WS-FORMAT-UNKNOWN
                   THEN
                       IF DATA-LINE(1:5) IS NUMERIC
                       THEN MOVE 'F' TO WS-FORMAT-SW
                       ELSE MOVE 'L' TO WS-FORMAT-SW
                       END-IF
                   END-IF
                   MOVE WS-FORMAT-SW TO WS-LINE-FORMAT-SW
                   IF WS-FIXED-FORMAT
                   THEN
                       IF WS-VESSEL-HAS-CMDS
                           AND DLF-HULL-NUM IS NOT EQUAL TO
                               WS-PREV-HULL
                       THEN PERFORM 0340-END-PLAN-VESSEL
                       END-IF
                       MOVE DLF-HULL-NUM TO WS-PREV-HULL
                       MOVE DLF-HULL-NUM TO WS-CUR-HULL
                   ELSE
                       IF NOT WS-VESSEL-HAS-CMDS
                       THEN PERFORM 0600-RESOLVE-HULL
                       END-IF
                   END-IF
                   PERFORM 0500-PARSE-COMMAND
                   IF WS-CMD-CODE IS EQUAL TO '???'
                   THEN ADD 1 TO WS-PLAN-EXCP-COUNT
                   ELSE PERFORM 0330-APPLY-PLAN-COMMAND
                   END-IF
               END-IF.

           0330-APPLY-PLAN-COMMAND.
               SET WS-VESSEL-HAS-CMDS TO TRUE.
               IF WS-CMD-CODE IS EQUAL TO 'FWD'
               THEN
                   ADD DATA-NUM TO POS
                   COMPUTE DEPTH = DEPTH + AIM * DATA-NUM
               ELSE IF WS-CMD-CODE IS EQUAL TO 'UP '
               THEN SUBTRACT DATA-NUM FROM AIM
               ELSE IF WS-CMD-CODE IS EQUAL TO 'DWN'
               THEN ADD DATA-NUM TO AIM
               ELSE IF WS-CMD-CODE IS EQUAL TO 'SFC'
               THEN MOVE 0 TO DEPTH
               ELSE IF WS-CMD-CODE IS EQUAL TO 'AIM'
               THEN MOVE DATA-NUM TO AIM
               END-IF.
               IF WS-PLAN-COUNT IS LESS THAN WS-PLAN-MAX
               THEN
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE WS-CUR-HULL TO WS-PL-HULL(WS-PLAN-COUNT)
                   MOVE WS-PLAN-LINE TO WS-PL-LINE(WS-PLAN-COUNT)
                   MOVE WS-CMD-CODE TO WS-PL-CODE(WS-PLAN-COUNT)
                   MOVE DATA-NUM TO WS-PL-MAG(WS-PLAN-COUNT)
                   MOVE POS TO WS-PL-POS(WS-PLAN-COUNT)
                   MOVE DEPTH TO WS-PL-DEPTH(WS-PLAN-COUNT)
                   MOVE AIM TO WS-PL-AIM(WS-PLAN-COUNT)
                   MOVE DATA-LINE TO WS-PL-DATA(WS-PLAN-COUNT)
                   MOVE 0 TO WS-PL-MATCH-IX(WS-PLAN-COUNT)
               ELSE MOVE 'Y' TO WS-PLAN-CAP-SW
               END-IF.

           0340-END-PLAN-VESSEL.
               ADD 1 TO WS-VESSEL-NUM.
               MOVE 0 TO POS.
               MOVE 0 TO DEPTH.
               MOVE 0 TO AIM.
               MOVE 'N' TO WS-VESSEL-SW.

           0410-READ-AUDIT.
               READ AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
                   NOT AT END PERFORM 0420-LOAD-ACTUAL
               END-READ.

           0420-LOAD-ACTUAL.
               MOVE AU-DATA-LINE TO DATA-LINE.
               IF DATA-LINE(1:5) IS NUMERIC
               THEN MOVE 'F' TO WS-LINE-FORMAT-SW
               ELSE MOVE 'L' TO WS-LINE-FORMAT-SW
               END-IF.
               PERFORM 0500-PARSE-COMMAND.
               IF WS-ACT-COUNT IS LESS THAN WS-ACT-MAX
               THEN
                   ADD 1 TO WS-ACT-COUNT
                   MOVE AU-HULL-NUM TO WS-AC-HULL(WS-ACT-COUNT)
                   MOVE AU-LINE-NUM TO WS-AC-LINE(WS-ACT-COUNT)
                   MOVE WS-CMD-CODE TO WS-AC-CODE(WS-ACT-COUNT)
                   MOVE DATA-NUM TO WS-AC-MAG(WS-ACT-COUNT)
                   MOVE AU-POS TO WS-AC-POS(WS-ACT-COUNT)
                   MOVE AU-DEPTH TO WS-AC-DEPTH(WS-ACT-COUNT)
                   MOVE AU-AIM TO WS-AC-AIM(WS-ACT-COUNT)
                   MOVE AU-DATA-LINE TO WS-AC-DATA(WS-ACT-COUNT)
                   MOVE 'N' TO WS-AC-MATCHED-SW(WS-ACT-COUNT)
               ELSE MOVE 'Y' TO WS-ACT-CAP-SW
               END-IF.

           0500-PARSE-COMMAND.
               MOVE '???' TO WS-CMD-CODE.
               MOVE 0 TO DATA-NUM.
               IF WS-LINE-FIXED
               THEN
                   IF DLF-CMD-CODE IS EQUAL TO 'FWD'
                       OR DLF-CMD-CODE IS EQUAL TO 'UP '
                       OR DLF-CMD-CODE IS EQUAL TO 'DWN'
                       OR DLF-CMD-CODE IS EQUAL TO 'HLD'
                       OR DLF-CMD-CODE IS EQUAL TO 'SFC'
                       OR DLF-CMD-CODE IS EQUAL TO 'AIM'
                   THEN
                       MOVE DLF-CMD-CODE TO WS-CMD-CODE
                       MOVE DLF-MAGNITUDE TO DATA-NUM
                   END-IF
               ELSE IF DATA-LINE(1:7) IS EQUAL TO 'forward'
               THEN
                   MOVE 'FWD' TO WS-CMD-CODE
                   MOVE DATA-LINE(9:) TO DATA-NUM
               ELSE IF DATA-LINE(1:2) IS EQUAL TO 'up'
               THEN
                   MOVE 'UP ' TO WS-CMD-CODE
                   MOVE DATA-LINE(4:) TO DATA-NUM
               ELSE IF DATA-LINE(1:4) IS EQUAL TO 'down'
               THEN
                   MOVE 'DWN' TO WS-CMD-CODE
                   MOVE DATA-LINE(6:) TO DATA-NUM
               ELSE IF DATA-LINE(1:4) IS EQUAL TO 'hold'
               THEN
                   MOVE 'HLD' TO WS-CMD-CODE
                   MOVE DATA-LINE(6:) TO DATA-NUM
               ELSE IF DATA-LINE(1:7) IS EQUAL TO 'surface'
               THEN MOVE 'SFC' TO WS-CMD-CODE
               ELSE IF DATA-LINE(1:6) IS EQUAL TO 'setaim'
               THEN
                   MOVE 'AIM' TO WS-CMD-CODE
                   MOVE DATA-LINE(8:) TO DATA-NUM
               END-IF.

           0600-RESOLVE-HULL.
               MOVE SPACES TO WS-CUR-HULL.
               ADD 1 WS-VESSEL-NUM GIVING WS-CUR-VESSEL.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE 'N' TO WS-BATCH-SEQ-SW
                   MOVE WS-CUR-VESSEL TO VM-BATCH-SEQ
                   READ VESSEL-MASTER-FILE KEY IS VM-BATCH-SEQ
                       INVALID KEY MOVE 'Y' TO WS-BATCH-SEQ-SW
                   END-READ
                   PERFORM 0610-SCAN-BATCH-SEQ
                       UNTIL WS-BATCH-SEQ-DONE
               END-IF.
               IF WS-CUR-HULL IS EQUAL TO SPACES
               THEN
                   STRING 'UNK' WS-CUR-VESSEL
                       DELIMITED BY SIZE INTO WS-CUR-HULL
               END-IF.

           0610-SCAN-BATCH-SEQ.
               IF VM-BATCH-SEQ IS NOT EQUAL TO WS-CUR-VESSEL
               THEN MOVE 'Y' TO WS-BATCH-SEQ-SW
               ELSE IF VM-IN-SERVICE
               THEN
                   MOVE VM-HULL-NUM TO WS-CUR-HULL
                   MOVE 'Y' TO WS-BATCH-SEQ-SW
               ELSE
                   READ VESSEL-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BATCH-SEQ-SW
                   END-READ
               END-IF.

           1000-MATCH-PLAN.
               PERFORM 1010-MATCH-ENTRY
                   VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX IS GREATER THAN WS-PLAN-COUNT.
               PERFORM 1030-TALLY-ACTUAL
                   VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX IS GREATER THAN WS-ACT-COUNT.
               PERFORM 1300-REPORT-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               GO TO 1900-FINALIZE.

           1010-MATCH-ENTRY.
               MOVE WS-PL-HULL(WS-PL-IX) TO WS-FIND-HULL.
               PERFORM 1100-FIND-VESSEL.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN
                   ADD 1 TO WS-V-PLANNED(WS-FOUND-IX)
                   ADD 1 WS-V-CURSOR(WS-FOUND-IX)
                       GIVING WS-SCAN-START
                   MOVE 0 TO WS-MATCH-IX
                   PERFORM 1020-SCAN-ACTUAL
                       VARYING WS-AC-IX FROM WS-SCAN-START BY 1
                       UNTIL WS-AC-IX IS GREATER THAN WS-ACT-COUNT
                           OR WS-MATCH-IX IS GREATER THAN 0
                   IF WS-MATCH-IX IS GREATER THAN 0
                   THEN
                       MOVE WS-MATCH-IX TO WS-PL-MATCH-IX(WS-PL-IX)
                       MOVE WS-MATCH-IX TO WS-V-CURSOR(WS-FOUND-IX)
                       MOVE 'Y' TO WS-AC-MATCHED-SW(WS-MATCH-IX)
                       ADD 1 TO WS-V-MATCHED(WS-FOUND-IX)
                   END-IF
               END-IF.

           1020-SCAN-ACTUAL.
               IF WS-AC-HULL(WS-AC-IX) IS EQUAL TO WS-FIND-HULL
                   AND WS-AC-CODE(WS-AC-IX) IS EQUAL TO
                       WS-PL-CODE(WS-PL-IX)
                   AND WS-AC-MAG(WS-AC-IX) IS EQUAL TO
                       WS-PL-MAG(WS-PL-IX)
               THEN MOVE WS-AC-IX TO WS-MATCH-IX
               END-IF.

           1030-TALLY-ACTUAL.
               MOVE WS-AC-HULL(WS-AC-IX) TO WS-FIND-HULL.
               PERFORM 1100-FIND-VESSEL.
               IF WS-FOUND-IX IS GREATER THAN 0
               THEN ADD 1 TO WS-V-EXECUTED(WS-FOUND-IX)
               END-IF.

           1100-FIND-VESSEL.
               MOVE 0 TO WS-FOUND-IX.
               PERFORM 1110-MATCH-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               IF WS-FOUND-IX IS EQUAL TO 0
               THEN
                   IF WS-VESSEL-COUNT IS LESS THAN WS-VESSEL-MAX
                   THEN
                       ADD 1 TO WS-VESSEL-COUNT
                       MOVE WS-VESSEL-COUNT TO WS-FOUND-IX
                       MOVE WS-FIND-HULL TO WS-V-HULL(WS-FOUND-IX)
                       MOVE 0 TO WS-V-CURSOR(WS-FOUND-IX)
                       MOVE 0 TO WS-V-PLANNED(WS-FOUND-IX)
                       MOVE 0 TO WS-V-EXECUTED(WS-FOUND-IX)
                       MOVE 0 TO WS-V-MATCHED(WS-FOUND-IX)
                   ELSE MOVE 'Y' TO WS-VES-CAP-SW
                   END-IF
               END-IF.

           1110-MATCH-VESSEL.
               IF WS-V-HULL(WS-VES-IX) IS EQUAL TO WS-FIND-HULL
               THEN MOVE WS-VES-IX TO WS-FOUND-IX
               END-IF.

           1300-REPORT-VESSEL.
               MOVE WS-V-PLANNED(WS-VES-IX) TO WS-DISP-PLANNED.
               MOVE WS-V-EXECUTED(WS-VES-IX) TO WS-DISP-EXECUTED.
               MOVE WS-V-MATCHED(WS-VES-IX) TO WS-DISP-MATCHED.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' WS-V-HULL(WS-VES-IX)
                   '  PLANNED ' WS-DISP-PLANNED
                   '  EXECUTED ' WS-DISP-EXECUTED
                   '  MATCHED ' WS-DISP-MATCHED
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-V-PLANNED(WS-VES-IX) IS EQUAL TO 0
               THEN
                   MOVE '    NO PLAN FILED' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-V-EXECUTED(WS-VES-IX) IS EQUAL TO 0
               THEN
                   MOVE '    NO COMMANDS EXECUTED' TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               PERFORM 1310-REPORT-PLAN-ENTRY
                   VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX IS GREATER THAN WS-PLAN-COUNT.
               PERFORM 1330-REPORT-ACTUAL-ENTRY
                   VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX IS GREATER THAN WS-ACT-COUNT.

           1310-REPORT-PLAN-ENTRY.
               IF WS-PL-HULL(WS-PL-IX) IS EQUAL TO
                   WS-V-HULL(WS-VES-IX)
               THEN
                   IF WS-PL-MATCH-IX(WS-PL-IX) IS EQUAL TO 0
                   THEN
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE WS-PL-LINE(WS-PL-IX) TO WS-DISP-LINE
                       MOVE SPACES TO REPORT-RECORD
                       STRING '    PLANNED NOT EXECUTED  PLAN LINE '
                           WS-DISP-LINE
                           ': "' WS-PL-DATA(WS-PL-IX) '"'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   ELSE
                       MOVE WS-PL-MATCH-IX(WS-PL-IX) TO WS-AC-IX
                       PERFORM 1320-CHECK-DEVIATION
                   END-IF
               END-IF.

           1320-CHECK-DEVIATION.
               COMPUTE WS-POS-DIFF = FUNCTION ABS(
                   WS-PL-POS(WS-PL-IX) - WS-AC-POS(WS-AC-IX)).
               COMPUTE WS-DEPTH-DIFF = FUNCTION ABS(
                   WS-PL-DEPTH(WS-PL-IX) - WS-AC-DEPTH(WS-AC-IX)).
               COMPUTE WS-AIM-DIFF = FUNCTION ABS(
                   WS-PL-AIM(WS-PL-IX) - WS-AC-AIM(WS-AC-IX)).
               IF WS-POS-DIFF IS GREATER THAN WS-POS-TOL
                   OR WS-DEPTH-DIFF IS GREATER THAN WS-DEPTH-TOL
                   OR WS-AIM-DIFF IS GREATER THAN WS-AIM-TOL
               THEN
                   ADD 1 TO WS-DEVIATION-COUNT
                   MOVE WS-PL-LINE(WS-PL-IX) TO WS-DISP-LINE
                   MOVE WS-AC-LINE(WS-AC-IX) TO WS-DISP-ALINE
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    DEVIATION  PLAN LINE ' WS-DISP-LINE
                       '  ACTUAL LINE ' WS-DISP-ALINE
                       ': "' WS-PL-DATA(WS-PL-IX) '"'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE WS-PL-POS(WS-PL-IX) TO WS-DISP-PPOS
                   MOVE WS-AC-POS(WS-AC-IX) TO WS-DISP-APOS
                   MOVE WS-PL-DEPTH(WS-PL-IX) TO WS-DISP-PDEPTH
                   MOVE WS-AC-DEPTH(WS-AC-IX) TO WS-DISP-ADEPTH
                   MOVE WS-PL-AIM(WS-PL-IX) TO WS-DISP-PAIM
                   MOVE WS-AC-AIM(WS-AC-IX) TO WS-DISP-AAIM
                   MOVE SPACES TO REPORT-RECORD
                   STRING '        PLANNED  POS ' WS-DISP-PPOS
                       '  DEPTH ' WS-DISP-PDEPTH
                       '  AIM ' WS-DISP-PAIM
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING '        ACTUAL   POS ' WS-DISP-APOS
                       '  DEPTH ' WS-DISP-ADEPTH
                       '  AIM ' WS-DISP-AAIM
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1330-REPORT-ACTUAL-ENTRY.
               IF WS-AC-HULL(WS-AC-IX) IS EQUAL TO
                   WS-V-HULL(WS-VES-IX)
                   AND NOT WS-AC-MATCHED(WS-AC-IX)
               THEN
                   ADD 1 TO WS-UNPLANNED-COUNT
                   MOVE WS-AC-LINE(WS-AC-IX) TO WS-DISP-ALINE
                   MOVE WS-AC-POS(WS-AC-IX) TO WS-DISP-APOS
                   MOVE WS-AC-DEPTH(WS-AC-IX) TO WS-DISP-ADEPTH
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    EXECUTED NOT PLANNED  LINE '
                       WS-DISP-ALINE
                       ': "' WS-AC-DATA(WS-AC-IX)
                       '" POS ' WS-DISP-APOS
                       '  DEPTH ' WS-DISP-ADEPTH
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1900-FINALIZE.
               MOVE WS-PLAN-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'PLANNED COMMANDS      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ACT-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'EXECUTED COMMANDS     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-DEVIATION-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    DEVIATIONS        ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-MISSING-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    NOT EXECUTED      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-UNPLANNED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    NOT PLANNED       ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-PLAN-EXCP-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    PLAN LINES UNREAD ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-PLAN-CAP-HIT
               THEN
                   MOVE 'PLAN TABLE FULL - LATER COMMANDS NOT COMPARED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-ACT-CAP-HIT
               THEN
                   MOVE 'AUDIT TABLE FULL - LATER COMMANDS NOT COMPARED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-VES-CAP-HIT
               THEN
                   MOVE 'HULL TABLE FULL - LATER HULLS NOT COMPARED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               IF WS-DEVIATION-COUNT IS GREATER THAN 0
                   OR WS-MISSING-COUNT IS GREATER THAN 0
                   OR WS-UNPLANNED-COUNT IS GREATER THAN 0
                   OR WS-PLAN-CAP-HIT OR WS-ACT-CAP-HIT
                   OR WS-VES-CAP-HIT
               THEN MOVE 4 TO RETURN-CODE
               END-IF.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
