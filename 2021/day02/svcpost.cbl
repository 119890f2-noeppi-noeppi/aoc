       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCPOST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSACTION-FILE ASSIGN TO "SVCTRANS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT VESSEL-LEDGER-FILE ASSIGN TO "VESSLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LG-HULL-NUM
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT SERVICE-MASTER-FILE ASSIGN TO "SVCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-HULL-NUM
                   FILE STATUS IS WS-SVCMAST-STATUS.
               SELECT REPORT-FILE ASSIGN TO "SVCRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SERVICE-HISTORY-FILE ASSIGN TO "SVCHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SVCHIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  TRANSACTION-FILE.
           01  TRANSACTION-RECORD.
               05 ST-HULL-NUM     PIC X(8).
               05 ST-SERVICE-DATE PIC 9(8).

           FD  VESSEL-MASTER-FILE.
               COPY VESSMST.

           FD  VESSEL-LEDGER-FILE.
               COPY LEDGREC.

           FD  SERVICE-MASTER-FILE.
               COPY SVCMREC.

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(100).

           FD  SERVICE-HISTORY-FILE.
           01  SERVICE-HISTORY-RECORD.
               05 SH-APPLY-DATE   PIC 9(8).
               05 SH-HULL-NUM     PIC X(8).
               05 SH-BEFORE-IMAGE PIC X(68).
               05 SH-AFTER-IMAGE  PIC X(68).

           WORKING-STORAGE SECTION.
               01 WS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-TRANSACTIONS VALUE 'Y'.
               01 WS-TRANS-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-SVCMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-SVCHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-VESSMAST-SW PIC X VALUE 'N'.
                   88 WS-VESSMAST-AVAILABLE VALUE 'Y'.
               01 WS-LEDGER-SW PIC X VALUE 'N'.
                   88 WS-LEDGER-AVAILABLE VALUE 'Y'.
               01 WS-SVCMAST-SW PIC X VALUE 'N'.
                   88 WS-SVCMAST-AVAILABLE VALUE 'Y'.
               01 WS-SVCHIST-SW PIC X VALUE 'N'.
                   88 WS-SVCHIST-AVAILABLE VALUE 'Y'.
               01 WS-LEDGER-FOUND-SW PIC X VALUE 'N'.
                   88 WS-LEDGER-FOUND VALUE 'Y'.
               01 WS-ADD-SW PIC X VALUE 'N'.
                   88 WS-ADD-NEEDED VALUE 'Y'.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-TRANS-COUNT PIC 9(9) VALUE 0.
               01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
               01 WS-ERROR-COUNT PIC 9(9) VALUE 0.
               01 WS-HIST-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-FWD PIC Z(15)9.
               01 WS-DISP-DIVES PIC Z(8)9.
               01 WS-DISP-DEEP PIC Z(8)9.
               01 WS-BEFORE-IMAGE PIC X(68).
               01 WS-AFTER-IMAGE PIC X(68).

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REPORT-FILE.
               MOVE 'HULL SERVICE COMPLETION POSTING' TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TRANS-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE 'SVCTRANS NOT PRESENT - NOTHING POSTED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN INPUT VESSEL-MASTER-FILE.
               IF WS-VESSMAST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'VESSMAST NOT PRESENT, STATUS '
                       WS-VESSMAST-STATUS
                       ' - NOTHING POSTED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'Y' TO WS-VESSMAST-SW.
               OPEN INPUT VESSEL-LEDGER-FILE.
               IF WS-LEDGER-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-LEDGER-SW
               END-IF.
               OPEN I-O SERVICE-MASTER-FILE.
               IF WS-SVCMAST-STATUS IS EQUAL TO '35'
               THEN
                   OPEN OUTPUT SERVICE-MASTER-FILE
                   CLOSE SERVICE-MASTER-FILE
                   OPEN I-O SERVICE-MASTER-FILE
               END-IF.
               IF WS-SVCMAST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'SERVICE MASTER OPEN FAILED, STATUS '
                       WS-SVCMAST-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               MOVE 'Y' TO WS-SVCMAST-SW.
               OPEN EXTEND SERVICE-HISTORY-FILE.
               IF WS-SVCHIST-STATUS IS EQUAL TO '35'
               THEN OPEN OUTPUT SERVICE-HISTORY-FILE
               END-IF.
               IF WS-SVCHIST-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-SVCHIST-SW
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'SERVICE HISTORY OPEN FAILED, STATUS '
                       WS-SVCHIST-STATUS
                       ' - NO HISTORY WILL BE WRITTEN'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               GO TO 1000-READ-TRANS.

           1000-READ-TRANS.
               READ TRANSACTION-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.
               IF END-OF-TRANSACTIONS
               THEN GO TO 1900-FINALIZE
               END-IF.
               ADD 1 TO WS-TRANS-COUNT.
               IF ST-SERVICE-DATE IS NOT NUMERIC
                   OR ST-SERVICE-DATE IS EQUAL TO 0
                   OR ST-SERVICE-DATE IS GREATER THAN WS-RUN-DATE
               THEN GO TO 1004-LOG-BAD-DATE
               END-IF.
               MOVE ST-HULL-NUM TO VM-HULL-NUM.
               READ VESSEL-MASTER-FILE
                   INVALID KEY GO TO 1005-LOG-NOT-REGISTERED
               END-READ.
               GO TO 1001-POST-SERVICE.

           1001-POST-SERVICE.
               MOVE 'N' TO WS-LEDGER-FOUND-SW.
               IF WS-LEDGER-AVAILABLE
               THEN
                   MOVE ST-HULL-NUM TO LG-HULL-NUM
                   READ VESSEL-LEDGER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'Y' TO WS-LEDGER-FOUND-SW
                   END-READ
               END-IF.
               IF NOT WS-LEDGER-FOUND
               THEN
                   MOVE 0 TO LG-TOTAL-FWD
                   MOVE 0 TO LG-DIVE-COUNT
                   MOVE 0 TO LG-DEEP-DIVES
               END-IF.
               MOVE 'N' TO WS-ADD-SW.
               MOVE ST-HULL-NUM TO SM-HULL-NUM.
               READ SERVICE-MASTER-FILE
                   INVALID KEY PERFORM 1002-INIT-SERVICE
               END-READ.
               IF ST-SERVICE-DATE IS LESS THAN SM-LAST-SVC-DATE
               THEN GO TO 1006-LOG-EARLIER-DATE
               END-IF.
               IF WS-ADD-NEEDED
               THEN MOVE SPACES TO WS-BEFORE-IMAGE
               ELSE MOVE SERVICE-MASTER-RECORD TO WS-BEFORE-IMAGE
               END-IF.
               MOVE ST-SERVICE-DATE TO SM-LAST-SVC-DATE.
               MOVE LG-TOTAL-FWD TO SM-BASE-FWD.
               MOVE LG-DIVE-COUNT TO SM-BASE-DIVES.
               MOVE LG-DEEP-DIVES TO SM-BASE-DEEP.
               MOVE SPACE TO SM-DUE-STATUS.
               MOVE WS-RUN-DATE TO SM-STATUS-DATE.
               MOVE 'N' TO SM-WO-OPEN-SW.
               IF WS-ADD-NEEDED
               THEN WRITE SERVICE-MASTER-RECORD
               ELSE REWRITE SERVICE-MASTER-RECORD
               END-IF.
               ADD 1 TO WS-POSTED-COUNT.
               PERFORM 1003-LOG-POSTED.
               MOVE SERVICE-MASTER-RECORD TO WS-AFTER-IMAGE.
               PERFORM 1007-WRITE-HISTORY.
               GO TO 1000-READ-TRANS.

           1002-INIT-SERVICE.
               MOVE ST-HULL-NUM TO SM-HULL-NUM.
               MOVE 0 TO SM-LAST-SVC-DATE.
               MOVE 0 TO SM-BASE-FWD.
               MOVE 0 TO SM-BASE-DIVES.
               MOVE 0 TO SM-BASE-DEEP.
               MOVE SPACE TO SM-DUE-STATUS.
               MOVE 0 TO SM-STATUS-DATE.
               MOVE 'N' TO SM-WO-OPEN-SW.
               MOVE 0 TO SM-WO-DATE.
               SET WS-ADD-NEEDED TO TRUE.

           1003-LOG-POSTED.
               MOVE SM-BASE-FWD TO WS-DISP-FWD.
               MOVE SM-BASE-DIVES TO WS-DISP-DIVES.
               MOVE SM-BASE-DEEP TO WS-DISP-DEEP.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' ST-HULL-NUM
                   ' SERVICED ' ST-SERVICE-DATE
                   '  BASELINE FORWARD ' WS-DISP-FWD
                   '  DIVES ' WS-DISP-DIVES
                   '  DEEP ' WS-DISP-DEEP
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF NOT WS-LEDGER-FOUND
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    NO LEDGER RECORD - BASELINE SET TO ZERO'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           1004-LOG-BAD-DATE.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' ST-HULL-NUM ' SERVICE DATE "'
                   ST-SERVICE-DATE
                   '" - INVALID OR FUTURE DATE, TRANSACTION REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               GO TO 1000-READ-TRANS.

           1005-LOG-NOT-REGISTERED.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' ST-HULL-NUM
                   ' - NOT ON VESSEL MASTER, TRANSACTION REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               GO TO 1000-READ-TRANS.

           1006-LOG-EARLIER-DATE.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' ST-HULL-NUM
                   ' SERVICE DATE ' ST-SERVICE-DATE
                   ' EARLIER THAN LAST SERVICE ' SM-LAST-SVC-DATE
                   ', TRANSACTION REJECTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               GO TO 1000-READ-TRANS.

           1007-WRITE-HISTORY.
               IF WS-SVCHIST-AVAILABLE
               THEN
                   MOVE WS-RUN-DATE TO SH-APPLY-DATE
                   MOVE ST-HULL-NUM TO SH-HULL-NUM
                   MOVE WS-BEFORE-IMAGE TO SH-BEFORE-IMAGE
                   MOVE WS-AFTER-IMAGE TO SH-AFTER-IMAGE
                   WRITE SERVICE-HISTORY-RECORD
                   ADD 1 TO WS-HIST-COUNT
               END-IF.

           1900-FINALIZE.
               MOVE WS-TRANS-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'TRANSACTIONS READ ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-POSTED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    POSTED      ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ERROR-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    REJECTED    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-HIST-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    HISTORY     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-ERROR-COUNT IS GREATER THAN 0
               THEN MOVE 4 TO RETURN-CODE
               END-IF.

           2000-TERMINATE.
               IF WS-SVCHIST-AVAILABLE
               THEN CLOSE SERVICE-HISTORY-FILE
               END-IF.
               IF WS-SVCMAST-AVAILABLE
               THEN CLOSE SERVICE-MASTER-FILE
               END-IF.
               IF WS-LEDGER-AVAILABLE
               THEN CLOSE VESSEL-LEDGER-FILE
               END-IF.
               IF WS-VESSMAST-AVAILABLE
               THEN CLOSE VESSEL-MASTER-FILE
               END-IF.
               CLOSE TRANSACTION-FILE.
               CLOSE REPORT-FILE.
               STOP RUN.
