                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT ENVELOPE-FILE ASSIGN TO "ENVLIMS"
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT VIOLATION-HISTORY-FILE ASSIGN TO "VIOLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VIOLHIST-STATUS.
               SELECT SERVICE-MASTER-FILE ASSIGN TO "SVCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-HULL-NUM
                   FILE STATUS IS WS-SVCMAST-STATUS.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.
               SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPLITCTL-STATUS.
               SELECT PARTITION-TOTAL-FILE ASSIGN TO "PARTTOT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LOGBOOK-FILE ASSIGN TO "LOGBOOK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOGBOOK-STATUS.
               SELECT PARTITION-VIOL-FILE ASSIGN TO "PARTVHST"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PARTITION-LOG-FILE ASSIGN TO "PARTLOGB"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               05 CP-ENDUR-REMAIN PIC S9(16) SIGN IS LEADING SEPARATE.
               05 CP-ENDUR-WARN   PIC 9(9).
               05 CP-RATE-IX      PIC 9(3).
               05 CP-CUR-HULL     PIC X(8).
               05 CP-HULL-SW      PIC X.
               05 CP-MAX-DEPTH    PIC S9(16) SIGN IS LEADING SEPARATE.
               05 CP-VESSEL-VIOLS PIC 9(5).
               05 CP-VESSEL-ZONES PIC 9(5).
               05 CP-ZONE-STATE.
                   10 CP-ZONE-ENTRY OCCURS 50 TIMES.
                       15 CP-Z-INSIDE  PIC X.
               05 EL-MAX-AIM      PIC 9(5).

           FD  VIOLATION-FILE.
           01  VIOLATION-RECORD PIC X(180).

           FD  RUN-HISTORY-FILE.
               COPY RUNHREC.
               05 PRM-VALUE       PIC X(9).

           FD  ZONE-DEF-FILE.
               COPY ZONEREC.

           FD  ZONE-INCIDENT-FILE.
           01  ZONE-INCIDENT-RECORD PIC X(132).
           FD  VIOLATION-HISTORY-FILE.
               COPY VIOLHREC.

           FD  SERVICE-MASTER-FILE.
               COPY SVCMREC.

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           FD  SPLIT-CONTROL-FILE.
               COPY SPLTREC.

           FD  PARTITION-TOTAL-FILE.
               COPY PARTREC.

           FD  LOGBOOK-FILE.
               COPY LOGBREC.

           FD  PARTITION-VIOL-FILE.
           01  PARTITION-VIOL-RECORD PIC X(86).

           FD  PARTITION-LOG-FILE.
           01  PARTITION-LOG-RECORD PIC X(182).

           WORKING-STORAGE SECTION.
               COPY NAVFLDS.
               01 AIM       PIC S9(16) VALUE IS 0.
               01 WS-REG-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-DISP-REG PIC ZZZZ9.
               01 WS-CUR-VESSEL PIC 9(5) VALUE 0.
               01 WS-BATCH-SEQ-SW PIC X VALUE 'N'.
                   88 WS-BATCH-SEQ-DONE VALUE 'Y'.
               01 WS-ENVLIMS-STATUS PIC X(02) VALUE '00'.
               01 WS-ENVLIMS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ENVLIMS VALUE 'Y'.
                   88 WS-LEGACY-FORMAT VALUE 'L'.
                   88 WS-FIXED-FORMAT VALUE 'F'.
               01 WS-PREV-HULL PIC 9(5) VALUE 0.
               01 WS-CUR-HULL PIC X(8) VALUE SPACES.
               01 WS-HULL-SW PIC X VALUE 'N'.
                   88 WS-HULL-RESOLVED VALUE 'Y'.
               01 WS-CMD-TIME PIC 9(14) VALUE 0.
               01 WS-FIRST-TIME PIC 9(14) VALUE 0.
               01 WS-PREV-TIME PIC 9(14) VALUE 0.
                   88 END-OF-ZONEDEFS VALUE 'Y'.
               01 WS-ZONE-MAX PIC 9(3) VALUE 50.
               01 WS-ZONE-COUNT PIC 9(3) VALUE 0.
               01 WS-ZONE-DROPPED PIC 9(5) VALUE 0.
               01 WS-DISP-ZONE-DROPPED PIC ZZZZ9.
               01 WS-ZONE-TABLE.
                   05 WS-ZONE-ENTRY OCCURS 50 TIMES.
                       10 WS-Z-ZONE-ID PIC X(8).
               01 WS-VIOLHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-VIOLHIST-SW PIC X VALUE 'N'.
                   88 WS-VIOLHIST-AVAILABLE VALUE 'Y'.
               01 WS-SVCMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-SVCMAST-SW PIC X VALUE 'N'.
                   88 WS-SVCMAST-AVAILABLE VALUE 'Y'.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.
               01 WS-PARTITION PIC 9(2) VALUE 0.
               01 WS-PARTITION-SW PIC X VALUE 'N'.
                   88 WS-PARTITIONED VALUE 'Y'.
               01 WS-PART-VESSEL-BASE PIC 9(5) VALUE 0.
               01 WS-PART-LINE-BASE PIC 9(9) VALUE 0.
               01 WS-SPLITCTL-STATUS PIC X(02) VALUE '00'.
               01 WS-SPLITCTL-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-SPLITCTL VALUE 'Y'.
               01 WS-PART-FOUND-SW PIC X VALUE 'N'.
                   88 WS-PART-FOUND VALUE 'Y'.
               01 WS-LOGBOOK-STATUS PIC X(02) VALUE '00'.
               01 WS-LOGBOOK-SW PIC X VALUE 'N'.
                   88 WS-LOGBOOK-AVAILABLE VALUE 'Y'.
               01 WS-MAX-DEPTH PIC S9(16) VALUE 0.
               01 WS-VESSEL-VIOL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-ZONE-ENTRIES PIC 9(5) VALUE 0.


       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 1048-COMPUTE-NOW.
               MOVE WS-NOW-MIN TO WS-RUN-START-MIN.
               PERFORM 0600-LOAD-PARAMETERS.
               IF WS-PARTITIONED
               THEN PERFORM 0650-LOAD-PARTITION
               END-IF.
               PERFORM 0200-CHECK-RESTART.
               IF WS-RESTART-REQUESTED AND WS-PARTITIONED
               THEN SUBTRACT WS-PART-LINE-BASE FROM WS-SKIP-COUNT
               END-IF.
               IF WS-RESTART-REQUESTED AND NOT WS-RESTART-ALLOWED
               THEN PERFORM 0800-ABEND-RESTART
               END-IF.
               PERFORM 0700-WRITE-PARM-ECHO.
               PERFORM 0400-OPEN-VESSEL-MASTER.
               PERFORM 0450-OPEN-VIOL-HISTORY.
               PERFORM 0460-OPEN-SERVICE-MASTER.
               PERFORM 0470-OPEN-LOGBOOK.
               PERFORM 0500-LOAD-ENVELOPE.
               PERFORM 0550-LOAD-ZONES.
               IF WS-RESTART-REQUESTED
                           MOVE CP-ENDUR-REMAIN TO WS-ENDUR-REMAIN
                           MOVE CP-ENDUR-WARN TO WS-ENDUR-WARN
                           MOVE CP-RATE-IX TO WS-RATE-FOUND-IX
                           MOVE CP-CUR-HULL TO WS-CUR-HULL
                           MOVE CP-HULL-SW TO WS-HULL-SW
                           MOVE CP-MAX-DEPTH TO WS-MAX-DEPTH
                           MOVE CP-VESSEL-VIOLS TO WS-VESSEL-VIOL-COUNT
                           MOVE CP-VESSEL-ZONES TO
                               WS-VESSEL-ZONE-ENTRIES
                           MOVE CP-ZONE-STATE TO WS-ZONE-SAVE
                   END-READ
                   CLOSE CHECKPOINT-FILE

           0450-OPEN-VIOL-HISTORY.
               MOVE 'N' TO WS-VIOLHIST-SW.
               IF WS-PARTITIONED
               THEN
                   PERFORM 0455-OPEN-PARTITION-VIOL
               ELSE
                   OPEN EXTEND VIOLATION-HISTORY-FILE
                   IF WS-VIOLHIST-STATUS IS EQUAL TO '35'
                   THEN OPEN OUTPUT VIOLATION-HISTORY-FILE
                   END-IF
                   IF WS-VIOLHIST-STATUS IS EQUAL TO '00'
                   THEN MOVE 'Y' TO WS-VIOLHIST-SW
                   END-IF
               END-IF.

           0455-OPEN-PARTITION-VIOL.
               IF WS-RESTART-REQUESTED
               THEN OPEN EXTEND PARTITION-VIOL-FILE
               ELSE OPEN OUTPUT PARTITION-VIOL-FILE
               END-IF.
               MOVE 'Y' TO WS-VIOLHIST-SW.

           0460-OPEN-SERVICE-MASTER.
               MOVE 'N' TO WS-SVCMAST-SW.
               OPEN INPUT SERVICE-MASTER-FILE.
               IF WS-SVCMAST-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-SVCMAST-SW
               END-IF.

           0470-OPEN-LOGBOOK.
               MOVE 'N' TO WS-LOGBOOK-SW.
               IF WS-PARTITIONED
               THEN
                   PERFORM 0475-OPEN-PARTITION-LOG
               ELSE
                   OPEN EXTEND LOGBOOK-FILE
                   IF WS-LOGBOOK-STATUS IS EQUAL TO '35'
                   THEN OPEN OUTPUT LOGBOOK-FILE
                   END-IF
                   IF WS-LOGBOOK-STATUS IS EQUAL TO '00'
                   THEN MOVE 'Y' TO WS-LOGBOOK-SW
                   END-IF
               END-IF.

           0475-OPEN-PARTITION-LOG.
               IF WS-RESTART-REQUESTED
               THEN OPEN EXTEND PARTITION-LOG-FILE
               ELSE OPEN OUTPUT PARTITION-LOG-FILE
               END-IF.
               MOVE 'Y' TO WS-LOGBOOK-SW.

           0500-LOAD-ENVELOPE.
               PERFORM 0510-CLEAR-ENV-ENTRY
                       UNTIL END-OF-ZONEDEFS
                   CLOSE ZONE-DEF-FILE
               END-IF.
               IF WS-ZONE-DROPPED IS GREATER THAN 0
               THEN PERFORM 0565-WARN-ZONES-DROPPED
               END-IF.

           0560-READ-ZONE.
               READ ZONE-DEF-FILE
                               WS-Z-INSIDE-SW(WS-ZONE-COUNT)
                           MOVE 0 TO
                               WS-Z-ENTRY-COUNT(WS-ZONE-COUNT)
                       ELSE IF WS-RUN-DATE IS NOT LESS THAN
                               ZD-EFF-FROM
                           AND WS-RUN-DATE IS NOT GREATER THAN
                               ZD-EFF-TO
                       THEN ADD 1 TO WS-ZONE-DROPPED
                       END-IF
               END-READ.

           0565-WARN-ZONES-DROPPED.
               IF WS-PARTITION IS LESS THAN 2
               THEN
                   MOVE WS-ZONE-DROPPED TO WS-DISP-ZONE-DROPPED
                   MOVE SPACES TO ZONE-INCIDENT-RECORD
                   STRING 'ZONE TABLE FULL - ' WS-DISP-ZONE-DROPPED
                       ' EFFECTIVE ZONES BEYOND ' WS-ZONE-MAX
                       ' NOT CHECKED'
                       DELIMITED BY SIZE INTO ZONE-INCIDENT-RECORD
                   WRITE ZONE-INCIDENT-RECORD
                   MOVE ZONE-INCIDENT-RECORD TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
               END-IF.
               IF RETURN-CODE IS LESS THAN 4
               THEN MOVE 4 TO RETURN-CODE
               END-IF.

           0590-RESTORE-ZONE-STATE.
               PERFORM 0591-RESTORE-ZONE-ENTRY
                   VARYING WS-ZONE-IX FROM 1 BY 1
                           DELIMITED BY SIZE INTO WS-ECHO-TEXT
                   END-IF
                   PERFORM 0620-ADD-ECHO
               ELSE IF PRM-KEYWORD IS EQUAL TO 'PARTITION'
               THEN
                   IF PRM-VALUE(1:2) IS NUMERIC
                       AND PRM-VALUE(1:2) IS NOT EQUAL TO '00'
                   THEN
                       MOVE PRM-VALUE(1:2) TO WS-PARTITION
                       MOVE 'Y' TO WS-PARTITION-SW
                       STRING 'PARAMETER PARTITION ' PRM-VALUE(1:2)
                           DELIMITED BY SIZE INTO WS-ECHO-TEXT
                   ELSE
                       STRING 'PARAMETER PARTITION "' PRM-VALUE
                           '" INVALID - DEFAULT USED'
                           DELIMITED BY SIZE INTO WS-ECHO-TEXT
                   END-IF
                   PERFORM 0620-ADD-ECHO
               ELSE
                   STRING 'PARAMETER "' PRM-KEYWORD
                       '" UNRECOGNIZED - IGNORED'
                   PERFORM 0620-ADD-ECHO
               END-IF.

           0650-LOAD-PARTITION.
               MOVE 'N' TO WS-PART-FOUND-SW.
               OPEN INPUT SPLIT-CONTROL-FILE.
               IF WS-SPLITCTL-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 0660-READ-SPLIT-CONTROL
                       UNTIL END-OF-SPLITCTL
                   CLOSE SPLIT-CONTROL-FILE
               END-IF.
               IF NOT WS-PART-FOUND
               THEN PERFORM 0670-ABEND-PARTITION
               END-IF.
               OPEN OUTPUT PARTITION-TOTAL-FILE.
               CLOSE PARTITION-TOTAL-FILE.

           0660-READ-SPLIT-CONTROL.
               READ SPLIT-CONTROL-FILE
                   AT END SET END-OF-SPLITCTL TO TRUE
                   NOT AT END
                       IF SC-PARTITION IS EQUAL TO WS-PARTITION
                           AND SC-FIRST-VESSEL IS GREATER THAN 0
                       THEN
                           MOVE 'Y' TO WS-PART-FOUND-SW
                           SUBTRACT 1 FROM SC-FIRST-VESSEL
                               GIVING WS-PART-VESSEL-BASE
                           MOVE SC-LINE-BASE TO WS-PART-LINE-BASE
                           MOVE WS-PART-VESSEL-BASE TO WS-VESSEL-NUM
                           MOVE WS-PART-LINE-BASE TO WS-LINE-COUNT
                           MOVE SC-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ.

           0670-ABEND-PARTITION.
               OPEN EXTEND RESULT-FILE.
               MOVE SPACES TO RESULT-RECORD.
               STRING 'PARTITION ' WS-PARTITION
                   ' NOT IN SPLIT CONTROL FILE - JOB ABENDED'
                   DELIMITED BY SIZE INTO RESULT-RECORD.
               WRITE RESULT-RECORD.
               CLOSE RESULT-FILE.
               MOVE 16 TO RETURN-CODE.
               MOVE 'PARTITION NOT IN SPLIT CONTROL' TO WS-STEP-OUTCOME.
               PERFORM 1053-WRITE-CYCLE-STEP.
               STOP RUN.

           0700-WRITE-PARM-ECHO.
               PERFORM 0710-WRITE-ECHO-LINE
                   VARYING WS-ECHO-IX FROM 1 BY 1
               WRITE RESULT-RECORD.
               CLOSE RESULT-FILE.
               MOVE 16 TO RETURN-CODE.
               MOVE 'RESTART NOT PERMITTED' TO WS-STEP-OUTCOME.
               PERFORM 1053-WRITE-CYCLE-STEP.
               STOP RUN.

           1000-READ-LINE.
               END-IF.

           1001-PROCESS-INPUT.
               IF NOT WS-HULL-RESOLVED
               THEN PERFORM 1050-RESOLVE-HULL
               END-IF.
               IF DATA-LINE(1:7) IS EQUAL TO 'forward'
               THEN GO TO 1002-FORWARD
               ELSE IF DATA-LINE(1:2) IS EQUAL TO 'up'
               THEN PERFORM 1007-LOG-SURFACED
               END-IF.
               ADD WS-DEPTH-DELTA TO DEPTH.
               IF DEPTH IS GREATER THAN WS-MAX-DEPTH
               THEN MOVE DEPTH TO WS-MAX-DEPTH
               END-IF.
               PERFORM 1019-CHECK-ENVELOPE.
               PERFORM 1035-CHECK-ZONES.
               MOVE 'F' TO WS-CMD-KIND.
               IF WS-VESSEL-HAS-CMDS
               THEN PERFORM 1009-FINALIZE-VESSEL
               END-IF.
               IF WS-PARTITIONED
               THEN PERFORM 1054-WRITE-PARTITION-TOTAL
               ELSE PERFORM 1055-WRITE-FLEET-SUMMARY
               END-IF.
               PERFORM 1015-CLEAR-CHECKPOINT.
               MOVE 'COMPLETE' TO WS-PHASE.
               PERFORM 1047-WRITE-OP-STATUS.
               IF WS-VESSMAST-AVAILABLE
               THEN CLOSE VESSEL-MASTER-FILE
               END-IF.
               CLOSE DIVE-LOG-FILE.
               CLOSE RESULT-FILE.
               CLOSE EXCEPTION-FILE.
               CLOSE AUDIT-FILE.
               CLOSE TRAJECTORY-FILE.
               CLOSE VIOLATION-FILE.
               CLOSE SUSPENSE-FILE.
               CLOSE ZONE-INCIDENT-FILE.
               IF WS-VIOLHIST-AVAILABLE AND WS-PARTITIONED
               THEN CLOSE PARTITION-VIOL-FILE
               ELSE IF WS-VIOLHIST-AVAILABLE
               THEN CLOSE VIOLATION-HISTORY-FILE
               END-IF.
               IF WS-SVCMAST-AVAILABLE
               THEN CLOSE SERVICE-MASTER-FILE
               END-IF.
               IF WS-LOGBOOK-AVAILABLE AND WS-PARTITIONED
               THEN CLOSE PARTITION-LOG-FILE
               ELSE IF WS-LOGBOOK-AVAILABLE
               THEN CLOSE LOGBOOK-FILE
               END-IF.
               PERFORM 1053-WRITE-CYCLE-STEP.
               STOP RUN.

           1055-WRITE-FLEET-SUMMARY.
               MOVE WS-VESSEL-NUM TO WS-DISP-VESSEL.
               MOVE WS-REG-VESSEL-COUNT TO WS-DISP-REG.
               MOVE WS-FLEET-TOTAL TO WS-DISP-RESULT.
               WRITE RESULT-RECORD.
               PERFORM 1040-WRITE-ZONE-SUMMARY.
               PERFORM 1022-WRITE-RUN-HISTORY.

           1009-FINALIZE-VESSEL.
               PERFORM 1039-CLOSE-VESSEL-ZONES.
               IF NOT WS-SUMMARY-ONLY
               THEN PERFORM 1028-WRITE-VESSEL-DETAIL
               END-IF.
               IF WS-LOGBOOK-AVAILABLE
               THEN PERFORM 1058-WRITE-LOGBOOK
               END-IF.
               MOVE 0 TO POS.
               MOVE 0 TO DEPTH.
               MOVE 0 TO AIM.
               MOVE 0 TO WS-FIRST-TIME.
               MOVE 0 TO WS-PREV-TIME.
               MOVE 0 TO WS-TIME-GAP-COUNT.
               MOVE 0 TO WS-MAX-DEPTH.
               MOVE 0 TO WS-VESSEL-VIOL-COUNT.
               MOVE 0 TO WS-VESSEL-ZONE-ENTRIES.
               MOVE 'N' TO WS-ENDUR-INIT-SW.
               MOVE 'N' TO WS-ENDUR-SW.
               MOVE 'N' TO WS-ENDUR-WARNED-SW.
               MOVE 0 TO WS-ENDUR-REMAIN.
               MOVE 0 TO WS-RATE-FOUND-IX.
               MOVE 'N' TO WS-VESSEL-SW.
               MOVE 'N' TO WS-HULL-SW.

           1010-WRITE-AUDIT-RECORD.
               MOVE WS-CUR-HULL TO AU-HULL-NUM.
               MOVE WS-LINE-COUNT TO AU-LINE-NUM.
               MOVE WS-CMD-TIME TO AU-CMD-TIME.
               MOVE DATA-LINE TO AU-DATA-LINE.
               WRITE AUDIT-RECORD.

           1011-WRITE-TRAJECTORY-RECORD.
               MOVE WS-LINE-COUNT TO WS-DISP-LINE-COUNT.
               MOVE POS TO WS-DISP-POS.
               MOVE DEPTH TO WS-DISP-DEPTH.
                       INTO WS-CMD-VERB
               END-IF.
               MOVE SPACES TO TRAJECTORY-RECORD.
               STRING FUNCTION TRIM(WS-CUR-HULL) ','
                   FUNCTION TRIM(WS-DISP-LINE-COUNT) ','
                   FUNCTION TRIM(WS-DISP-POS) ','
                   FUNCTION TRIM(WS-DISP-DEPTH) ','
               MOVE WS-ENDUR-REMAIN TO CP-ENDUR-REMAIN.
               MOVE WS-ENDUR-WARN TO CP-ENDUR-WARN.
               MOVE WS-RATE-FOUND-IX TO CP-RATE-IX.
               MOVE WS-CUR-HULL TO CP-CUR-HULL.
               MOVE WS-HULL-SW TO CP-HULL-SW.
               MOVE WS-MAX-DEPTH TO CP-MAX-DEPTH.
               MOVE WS-VESSEL-VIOL-COUNT TO CP-VESSEL-VIOLS.
               MOVE WS-VESSEL-ZONE-ENTRIES TO CP-VESSEL-ZONES.
               PERFORM 1049-SAVE-ZONE-STATE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-ZONE-MAX.
               MOVE 'N' TO WS-MASTER-FOUND-SW.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE WS-CUR-HULL TO VM-HULL-NUM
                   READ VESSEL-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
               MOVE WS-VESSEL-NUM TO WS-DISP-VESSEL.
               MOVE SPACES TO EXCEPTION-RECORD.
               STRING 'VESSEL ' WS-DISP-VESSEL
                   ' HULL ' WS-CUR-HULL
                   ' - UNREGISTERED, NO ACTIVE MASTER RECORD,'
                   ' EXCLUDED FROM FLEET TOTAL'
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD.

           1020-WRITE-VIOLATION.
               ADD 1 TO WS-VIOL-COUNT.
               ADD 1 TO WS-VESSEL-VIOL-COUNT.
               MOVE WS-CUR-VESSEL TO WS-DISP-VESSEL.
               MOVE DEPTH TO WS-DISP-DEPTH.
               MOVE SPACES TO VIOLATION-RECORD.
               STRING WS-VIOL-SEVERITY
                   ' HULL ' WS-CUR-HULL
                   ' VESSEL ' WS-DISP-VESSEL
                   ' LINE ' WS-LINE-COUNT
                   ': "' DATA-LINE
                   DELIMITED BY SIZE INTO VIOLATION-RECORD.
               WRITE VIOLATION-RECORD.
               IF WS-VIOLHIST-AVAILABLE
               THEN PERFORM 1059-WRITE-VIOL-HISTORY
               END-IF.

           1022-WRITE-RUN-HISTORY.
               GO TO 1000-READ-LINE.

           1026-WRITE-SUSPENSE.
               MOVE WS-LINE-COUNT TO SU-LINE-NUM.
               MOVE WS-CUR-HULL TO SU-HULL-NUM.
               MOVE DATA-LINE TO SU-DATA-LINE.
               MOVE 'UNRECOGNIZED COMMAND' TO SU-REASON.
               SET SU-OPEN TO TRUE.
               CLOSE VIOLATION-FILE.
               CLOSE SUSPENSE-FILE.
               CLOSE ZONE-INCIDENT-FILE.
               IF WS-VIOLHIST-AVAILABLE AND WS-PARTITIONED
               THEN CLOSE PARTITION-VIOL-FILE
               ELSE IF WS-VIOLHIST-AVAILABLE
               THEN CLOSE VIOLATION-HISTORY-FILE
               END-IF.
               IF WS-SVCMAST-AVAILABLE
               THEN CLOSE SERVICE-MASTER-FILE
               END-IF.
               IF WS-LOGBOOK-AVAILABLE AND WS-PARTITIONED
               THEN CLOSE PARTITION-LOG-FILE
               ELSE IF WS-LOGBOOK-AVAILABLE
               THEN CLOSE LOGBOOK-FILE
               END-IF.
               MOVE 16 TO RETURN-CODE.
               MOVE 'ABORTED - EXCEPTION LIMIT' TO WS-STEP-OUTCOME.
               PERFORM 1053-WRITE-CYCLE-STEP.
               STOP RUN.

           1028-WRITE-VESSEL-DETAIL.
               MOVE WS-VESSEL-RESULT TO WS-DISP-RESULT.
               MOVE SPACES TO RESULT-RECORD.
               STRING 'VESSEL ' WS-DISP-VESSEL
                   '  HULL ' WS-CUR-HULL
                   '  POS ' WS-DISP-POS
                   '  DEPTH ' WS-DISP-DEPTH
                   '  RESULT ' WS-DISP-RESULT
                   DELIMITED BY SIZE INTO RESULT-RECORD.
               WRITE RESULT-RECORD.
               PERFORM 1018-WRITE-MASTER-DETAIL.
               PERFORM 1051-CHECK-SERVICE-DUE.
               MOVE WS-FWD-COUNT TO WS-DISP-FWD.
               MOVE WS-UP-COUNT TO WS-DISP-UP.
               MOVE WS-DOWN-COUNT TO WS-DISP-DOWN.
               THEN PERFORM 1009-FINALIZE-VESSEL
               END-IF.
               MOVE DLF-HULL-NUM TO WS-PREV-HULL.
               MOVE DLF-HULL-NUM TO WS-CUR-HULL.
               MOVE 'Y' TO WS-HULL-SW.
               MOVE DLF-CMD-TIME TO WS-CMD-TIME.
               PERFORM 1030-TRACK-TIME.
               MOVE DLF-MAGNITUDE TO DATA-NUM.
               WRITE EXCEPTION-RECORD.

           1034-WRITE-DIVE-TIMES.
               PERFORM 1057-COMPUTE-DIVE-DURATION.
               MOVE WS-DURATION-MIN TO WS-DISP-MIN.
               MOVE WS-TIME-GAP-COUNT TO WS-DISP-GAPS.
               MOVE SPACES TO RESULT-RECORD.
                   THEN
                       MOVE 'Y' TO WS-Z-INSIDE-SW(WS-ZONE-IX)
                       ADD 1 TO WS-Z-ENTRY-COUNT(WS-ZONE-IX)
                       ADD 1 TO WS-VESSEL-ZONE-ENTRIES
                       MOVE 'ENTRY' TO WS-ZONE-EVENT
                       PERFORM 1037-WRITE-ZONE-INCIDENT
                   END-IF
               STRING WS-ZONE-EVENT
                   ' ZONE ' WS-Z-ZONE-ID(WS-ZONE-IX)
                   ' ' WS-Z-SEVERITY(WS-ZONE-IX)
                   ' HULL ' WS-CUR-HULL
                   ' VESSEL ' WS-DISP-VESSEL
                   ' LINE ' WS-LINE-COUNT
                   ' POS ' WS-DISP-POS
               MOVE SPACES TO WS-ENDUR-CLASS.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE WS-CUR-HULL TO VM-HULL-NUM
                   READ VESSEL-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
               MOVE WS-NOW-STAMP TO WS-TIME-IN.
               PERFORM 1031-COMPUTE-MINUTES.
               MOVE WS-TIME-MIN TO WS-NOW-MIN.

           1050-RESOLVE-HULL.
               MOVE 'Y' TO WS-HULL-SW.
               MOVE SPACES TO WS-CUR-HULL.
               ADD 1 WS-VESSEL-NUM GIVING WS-CUR-VESSEL.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE 'N' TO WS-BATCH-SEQ-SW
                   MOVE WS-CUR-VESSEL TO VM-BATCH-SEQ
                   READ VESSEL-MASTER-FILE KEY IS VM-BATCH-SEQ
                       INVALID KEY MOVE 'Y' TO WS-BATCH-SEQ-SW
                   END-READ
                   PERFORM 1060-SCAN-BATCH-SEQ
                       UNTIL WS-BATCH-SEQ-DONE
               END-IF.
               IF WS-CUR-HULL IS EQUAL TO SPACES
               THEN
                   STRING 'UNK' WS-CUR-VESSEL
                       DELIMITED BY SIZE INTO WS-CUR-HULL
               END-IF.

           1051-CHECK-SERVICE-DUE.
               IF WS-SVCMAST-AVAILABLE
               THEN
                   MOVE WS-CUR-HULL TO SM-HULL-NUM
                   READ SERVICE-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SM-OVERDUE
                           THEN PERFORM 1052-WRITE-SERVICE-WARNING
                           END-IF
                   END-READ
               END-IF.

           1052-WRITE-SERVICE-WARNING.
               MOVE SPACES TO RESULT-RECORD.
               STRING '    WARNING - HULL MAINTENANCE OVERDUE'
                   '  LAST SERVICED ' SM-LAST-SVC-DATE
                   '  FLAGGED ' SM-STATUS-DATE
                   DELIMITED BY SIZE INTO RESULT-RECORD.
               WRITE RESULT-RECORD.

           1053-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               IF WS-PARTITIONED
               THEN
                   MOVE SPACES TO CY-PROGRAM
                   STRING 'PART2P' WS-PARTITION
                       DELIMITED BY SIZE INTO CY-PROGRAM
               ELSE MOVE 'PART2' TO CY-PROGRAM
               END-IF.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               SUBTRACT WS-PART-LINE-BASE FROM WS-LINE-COUNT
                   GIVING CY-INPUT-COUNT.
               SUBTRACT WS-PART-VESSEL-BASE FROM WS-VESSEL-NUM
                   GIVING CY-OUTPUT-COUNT.
               MOVE WS-EXCP-COUNT TO CY-ERROR-COUNT.
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

           1054-WRITE-PARTITION-TOTAL.
               MOVE WS-RUN-DATE TO PT-RUN-DATE.
               MOVE WS-PARTITION TO PT-PARTITION.
               ADD 1 WS-PART-VESSEL-BASE GIVING PT-FIRST-VESSEL.
               SUBTRACT WS-PART-VESSEL-BASE FROM WS-VESSEL-NUM
                   GIVING PT-VESSEL-COUNT.
               MOVE WS-PART-LINE-BASE TO PT-LINE-BASE.
               SUBTRACT WS-PART-LINE-BASE FROM WS-LINE-COUNT
                   GIVING PT-LINE-COUNT.
               MOVE WS-REG-VESSEL-COUNT TO PT-REG-COUNT.
               MOVE WS-FLEET-TOTAL TO PT-FLEET-TOTAL.
               MOVE WS-FLEET-FWD-COUNT TO PT-FWD-COUNT.
               MOVE WS-FLEET-UP-COUNT TO PT-UP-COUNT.
               MOVE WS-FLEET-DOWN-COUNT TO PT-DOWN-COUNT.
               MOVE WS-FLEET-HOLD-COUNT TO PT-HOLD-COUNT.
               MOVE WS-FLEET-SFC-COUNT TO PT-SFC-COUNT.
               MOVE WS-FLEET-SETAIM-COUNT TO PT-SETAIM-COUNT.
               MOVE WS-EXCP-COUNT TO PT-EXCP-COUNT.
               MOVE WS-ABORT-LIMIT TO PT-ABORT-LIMIT.
               MOVE WS-VIOL-COUNT TO PT-VIOL-COUNT.
               MOVE WS-ZONE-INCD-COUNT TO PT-ZONE-INCD-COUNT.
               MOVE RETURN-CODE TO PT-RETURN-CODE.
               MOVE WS-ECHO-COUNT TO PT-ECHO-COUNT.
               MOVE WS-ZONE-COUNT TO PT-ZONE-COUNT.
               PERFORM 1056-SAVE-PARTITION-ZONE
                   VARYING WS-ZONE-IX FROM 1 BY 1
                   UNTIL WS-ZONE-IX IS GREATER THAN WS-ZONE-MAX.
               OPEN OUTPUT PARTITION-TOTAL-FILE.
               WRITE PARTITION-TOTAL-RECORD.
               CLOSE PARTITION-TOTAL-FILE.

           1056-SAVE-PARTITION-ZONE.
               IF WS-ZONE-IX IS NOT GREATER THAN WS-ZONE-COUNT
               THEN
                   MOVE WS-Z-ZONE-ID(WS-ZONE-IX) TO
                       PT-Z-ZONE-ID(WS-ZONE-IX)
                   MOVE WS-Z-SEVERITY(WS-ZONE-IX) TO
                       PT-Z-SEVERITY(WS-ZONE-IX)
                   MOVE WS-Z-ENTRY-COUNT(WS-ZONE-IX) TO
                       PT-Z-ENTRIES(WS-ZONE-IX)
               ELSE
                   MOVE SPACES TO PT-Z-ZONE-ID(WS-ZONE-IX)
                   MOVE SPACES TO PT-Z-SEVERITY(WS-ZONE-IX)
                   MOVE 0 TO PT-Z-ENTRIES(WS-ZONE-IX)
               END-IF.

           1057-COMPUTE-DIVE-DURATION.
               MOVE WS-FIRST-TIME TO WS-TIME-IN.
               PERFORM 1031-COMPUTE-MINUTES.
               MOVE WS-TIME-MIN TO WS-START-MIN.
               MOVE WS-PREV-TIME TO WS-TIME-IN.
               PERFORM 1031-COMPUTE-MINUTES.
               SUBTRACT WS-START-MIN FROM WS-TIME-MIN
                   GIVING WS-DURATION-MIN.

           1058-WRITE-LOGBOOK.
               MOVE 0 TO WS-DURATION-MIN.
               IF WS-FIRST-TIME IS GREATER THAN 0
               THEN PERFORM 1057-COMPUTE-DIVE-DURATION
               END-IF.
               MOVE WS-CUR-HULL TO LB-HULL-NUM.
               MOVE WS-RUN-DATE TO LB-RUN-DATE.
               MOVE 'PART2' TO LB-MODEL.
               MOVE WS-VESSEL-NUM TO LB-VESSEL-SEQ.
               MOVE WS-FIRST-TIME TO LB-START-TIME.
               MOVE WS-PREV-TIME TO LB-END-TIME.
               MOVE WS-DURATION-MIN TO LB-DURATION-MIN.
               MOVE POS TO LB-FINAL-POS.
               MOVE DEPTH TO LB-FINAL-DEPTH.
               MOVE WS-MAX-DEPTH TO LB-MAX-DEPTH.
               MOVE WS-VESSEL-RESULT TO LB-RESULT.
               MOVE WS-ENDUR-SW TO LB-ENDUR-SW.
               MOVE WS-ENDUR-USED TO LB-ENDUR-USED.
               MOVE WS-ENDUR-REMAIN TO LB-ENDUR-REMAIN.
               MOVE WS-TIME-GAP-COUNT TO LB-STATION-GAPS.
               MOVE WS-VESSEL-VIOL-COUNT TO LB-VIOL-COUNT.
               MOVE WS-VESSEL-ZONE-ENTRIES TO LB-ZONE-ENTRIES.
               IF WS-PARTITIONED
               THEN
                   MOVE LOGBOOK-RECORD TO PARTITION-LOG-RECORD
                   WRITE PARTITION-LOG-RECORD
               ELSE WRITE LOGBOOK-RECORD
               END-IF.

           1059-WRITE-VIOL-HISTORY.
               MOVE WS-CUR-HULL TO VH-HULL-NUM.
               MOVE WS-RUN-DATE TO VH-RUN-DATE.
               MOVE WS-LINE-COUNT TO VH-LINE-NUM.
               MOVE WS-VIOL-SEVERITY TO VH-SEVERITY.
               MOVE WS-VIOL-TEXT TO VH-VIOL-TEXT.
               SET VH-UNACKED TO TRUE.
               MOVE 0 TO VH-ACK-DATE.
               IF WS-PARTITIONED
               THEN
                   MOVE VIOLATION-HISTORY-RECORD TO
                       PARTITION-VIOL-RECORD
                   WRITE PARTITION-VIOL-RECORD
               ELSE WRITE VIOLATION-HISTORY-RECORD
               END-IF.

           1060-SCAN-BATCH-SEQ.
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
