       IDENTIFICATION DIVISION.
       PROGRAM-ID. HULLCONV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OLD-MASTER-FILE ASSIGN TO "OLDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OM-BATCH-SEQ
                   FILE STATUS IS WS-OLDMAST-STATUS.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OLD-LEDGER-FILE ASSIGN TO "OLDLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OL-VESSEL-NUM
                   FILE STATUS IS WS-OLDLEDG-STATUS.
               SELECT VESSEL-LEDGER-FILE ASSIGN TO "VESSLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LG-HULL-NUM
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OLD-VIOLH-FILE ASSIGN TO "OLDVIOLH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OLDVIOLH-STATUS.
               SELECT VIOLATION-HISTORY-FILE ASSIGN TO "VIOLHIST"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-SUSPENSE-FILE ASSIGN TO "OLDSUSP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OLDSUSP-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OLD-ARCHIVE-FILE ASSIGN TO "OLDARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OLDARCH-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO "ARCHIN"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "CONVRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  OLD-MASTER-FILE.
           01  OLD-MASTER-RECORD.
               05 OM-BATCH-SEQ    PIC 9(5).
               05 OM-HULL-NUM     PIC X(8).
               05 OM-VESSEL-NAME  PIC X(30).
               05 OM-CLASS        PIC X(12).
               05 OM-MAX-DEPTH    PIC 9(7).
               05 OM-STATUS       PIC X.

           FD  VESSEL-MASTER-FILE.
               COPY VESSMST.

           FD  OLD-LEDGER-FILE.
           01  OLD-LEDGER-RECORD.
               05 OL-VESSEL-NUM   PIC 9(5).
               05 OL-LEDGER-DATA  PIC X(113).

           FD  VESSEL-LEDGER-FILE.
               COPY LEDGREC.

           FD  OLD-VIOLH-FILE.
           01  OLD-VIOLH-RECORD.
               05 OV-VESSEL-NUM   PIC 9(5).
               05 OV-HISTORY-DATA PIC X(78).

           FD  VIOLATION-HISTORY-FILE.
               COPY VIOLHREC.

           FD  OLD-SUSPENSE-FILE.
           01  OLD-SUSPENSE-RECORD.
               05 OS-LINE-NUM     PIC 9(9).
               05 OS-VESSEL-NUM   PIC 9(5).
               05 OS-SUSPENSE-DATA PIC X(79).

           FD  SUSPENSE-FILE.
               COPY SUSPREC.

           FD  OLD-ARCHIVE-FILE.
           01  OLD-ARCHIVE-RECORD.
               05 OA-RUN-DATE     PIC 9(8).
               05 OA-VESSEL-NUM   PIC 9(5).
               05 OA-AUDIT-DATA   PIC X(113).

           FD  ARCHIVE-FILE.
           01  ARCHIVE-RECORD.
               05 AR-RUN-DATE     PIC 9(8).
               05 AR-HULL-NUM     PIC X(8).
               05 AR-AUDIT-DATA   PIC X(113).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
               01 WS-OLDMAST-STATUS PIC X(02) VALUE '00'.
               01 WS-MASTER-STATUS PIC X(02) VALUE '00'.
               01 WS-OLDLEDG-STATUS PIC X(02) VALUE '00'.
               01 WS-LEDGER-STATUS PIC X(02) VALUE '00'.
               01 WS-OLDVIOLH-STATUS PIC X(02) VALUE '00'.
               01 WS-OLDSUSP-STATUS PIC X(02) VALUE '00'.
               01 WS-OLDARCH-STATUS PIC X(02) VALUE '00'.
               01 WS-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-INPUT VALUE 'Y'.
               01 WS-SEQ-MAX PIC 9(5) VALUE 500.
               01 WS-SEQ-IX PIC 9(5) VALUE 0.
               01 WS-SEQ-TABLE.
                   05 WS-SEQ-ENTRY OCCURS 500 TIMES.
                       10 WS-SEQ-HULL PIC X(8).
               01 WS-OLD-SEQ PIC 9(5) VALUE 0.
               01 WS-NEW-HULL PIC X(8) VALUE SPACES.
               01 WS-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-WRITE-COUNT PIC 9(9) VALUE 0.
               01 WS-UNMAPPED-COUNT PIC 9(9) VALUE 0.
               01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
               01 WS-TOTAL-UNMAPPED PIC 9(9) VALUE 0.
               01 WS-TOTAL-REJECTED PIC 9(9) VALUE 0.
               01 WS-FILE-NAME PIC X(8).
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-VESSEL PIC ZZZZ9.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               OPEN OUTPUT REPORT-FILE.
               MOVE 'HULL NUMBER KEY CONVERSION REPORT'
                   TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 0110-CLEAR-SEQ-ENTRY
                   VARYING WS-SEQ-IX FROM 1 BY 1
                   UNTIL WS-SEQ-IX IS GREATER THAN WS-SEQ-MAX.
               OPEN INPUT OLD-MASTER-FILE.
               IF WS-OLDMAST-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'OLD VESSEL MASTER OPEN FAILED, STATUS '
                       WS-OLDMAST-STATUS
                       ' - NOTHING CONVERTED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               OPEN OUTPUT VESSEL-MASTER-FILE.
               IF WS-MASTER-STATUS IS NOT EQUAL TO '00'
               THEN
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'VESSEL MASTER OPEN FAILED, STATUS '
                       WS-MASTER-STATUS
                       ' - NOTHING CONVERTED'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   CLOSE OLD-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-TERMINATE
               END-IF.
               PERFORM 1000-CONVERT-MASTER.
               PERFORM 1100-CONVERT-LEDGER.
               PERFORM 1200-CONVERT-VIOLH.
               PERFORM 1300-CONVERT-SUSPENSE.
               PERFORM 1400-CONVERT-ARCHIVE.
               GO TO 1900-FINALIZE.

           0110-CLEAR-SEQ-ENTRY.
               MOVE SPACES TO WS-SEQ-HULL(WS-SEQ-IX).

           1000-CONVERT-MASTER.
               MOVE 'VESSMAST' TO WS-FILE-NAME.
               PERFORM 1800-RESET-COUNTS.
               PERFORM 1010-READ-OLD-MASTER
                   UNTIL END-OF-INPUT.
               CLOSE OLD-MASTER-FILE.
               CLOSE VESSEL-MASTER-FILE.
               PERFORM 1810-WRITE-COUNTS.

           1010-READ-OLD-MASTER.
               READ OLD-MASTER-FILE
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END PERFORM 1020-CONVERT-MASTER-RECORD
               END-READ.

           1020-CONVERT-MASTER-RECORD.
               ADD 1 TO WS-READ-COUNT.
               MOVE OLD-MASTER-RECORD TO VESSEL-MASTER-RECORD.
               IF VM-HULL-NUM IS EQUAL TO SPACES
               THEN
                   ADD 1 TO WS-UNMAPPED-COUNT
                   STRING 'UNK' OM-BATCH-SEQ
                       DELIMITED BY SIZE INTO VM-HULL-NUM
                   MOVE OM-BATCH-SEQ TO WS-DISP-VESSEL
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    BATCH SEQ ' WS-DISP-VESSEL
                       ' - NO HULL NUMBER, KEYED AS ' VM-HULL-NUM
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               WRITE VESSEL-MASTER-RECORD
                   INVALID KEY PERFORM 1030-LOG-DUPLICATE-HULL
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
                       IF OM-BATCH-SEQ IS GREATER THAN 0
                           AND OM-BATCH-SEQ IS NOT GREATER THAN
                               WS-SEQ-MAX
                       THEN MOVE VM-HULL-NUM TO
                           WS-SEQ-HULL(OM-BATCH-SEQ)
                       END-IF
               END-WRITE.

           1030-LOG-DUPLICATE-HULL.
               ADD 1 TO WS-REJECT-COUNT.
               MOVE OM-BATCH-SEQ TO WS-DISP-VESSEL.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    BATCH SEQ ' WS-DISP-VESSEL
                   ' - HULL ' VM-HULL-NUM
                   ' ALREADY ON MASTER, RECORD DROPPED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1100-CONVERT-LEDGER.
               MOVE 'VESSLEDG' TO WS-FILE-NAME.
               PERFORM 1800-RESET-COUNTS.
               OPEN INPUT OLD-LEDGER-FILE.
               IF WS-OLDLEDG-STATUS IS NOT EQUAL TO '00'
               THEN
                   PERFORM 1820-LOG-NOT-PRESENT
               ELSE
                   OPEN OUTPUT VESSEL-LEDGER-FILE
                   PERFORM 1110-READ-OLD-LEDGER
                       UNTIL END-OF-INPUT
                   CLOSE OLD-LEDGER-FILE
                   CLOSE VESSEL-LEDGER-FILE
                   PERFORM 1810-WRITE-COUNTS
               END-IF.

           1110-READ-OLD-LEDGER.
               READ OLD-LEDGER-FILE
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END PERFORM 1120-CONVERT-LEDGER-RECORD
               END-READ.

           1120-CONVERT-LEDGER-RECORD.
               ADD 1 TO WS-READ-COUNT.
               MOVE OL-VESSEL-NUM TO WS-OLD-SEQ.
               PERFORM 1500-MAP-HULL.
               MOVE SPACES TO VESSEL-LEDGER-RECORD.
               MOVE WS-NEW-HULL TO LG-HULL-NUM.
               MOVE OL-LEDGER-DATA TO VESSEL-LEDGER-RECORD(9:113).
               MOVE 0 TO LG-DEEP-DIVES.
               WRITE VESSEL-LEDGER-RECORD
                   INVALID KEY PERFORM 1130-LOG-DUPLICATE-LEDGER
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
               END-WRITE.

           1130-LOG-DUPLICATE-LEDGER.
               ADD 1 TO WS-REJECT-COUNT.
               MOVE OL-VESSEL-NUM TO WS-DISP-VESSEL.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    LEDGER VESSEL ' WS-DISP-VESSEL
                   ' - HULL ' WS-NEW-HULL
                   ' ALREADY ON LEDGER, RECORD DROPPED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1200-CONVERT-VIOLH.
               MOVE 'VIOLHIST' TO WS-FILE-NAME.
               PERFORM 1800-RESET-COUNTS.
               OPEN INPUT OLD-VIOLH-FILE.
               IF WS-OLDVIOLH-STATUS IS NOT EQUAL TO '00'
               THEN
                   PERFORM 1820-LOG-NOT-PRESENT
               ELSE
                   OPEN OUTPUT VIOLATION-HISTORY-FILE
                   PERFORM 1210-READ-OLD-VIOLH
                       UNTIL END-OF-INPUT
                   CLOSE OLD-VIOLH-FILE
                   CLOSE VIOLATION-HISTORY-FILE
                   PERFORM 1810-WRITE-COUNTS
               END-IF.

           1210-READ-OLD-VIOLH.
               READ OLD-VIOLH-FILE
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OV-VESSEL-NUM TO WS-OLD-SEQ
                       PERFORM 1500-MAP-HULL
                       MOVE SPACES TO VIOLATION-HISTORY-RECORD
                       MOVE WS-NEW-HULL TO VH-HULL-NUM
                       MOVE OV-HISTORY-DATA TO
                           VIOLATION-HISTORY-RECORD(9:78)
                       WRITE VIOLATION-HISTORY-RECORD
                       ADD 1 TO WS-WRITE-COUNT
               END-READ.

           1300-CONVERT-SUSPENSE.
               MOVE 'SUSPENSE' TO WS-FILE-NAME.
               PERFORM 1800-RESET-COUNTS.
               OPEN INPUT OLD-SUSPENSE-FILE.
               IF WS-OLDSUSP-STATUS IS NOT EQUAL TO '00'
               THEN
                   PERFORM 1820-LOG-NOT-PRESENT
               ELSE
                   OPEN OUTPUT SUSPENSE-FILE
                   PERFORM 1310-READ-OLD-SUSPENSE
                       UNTIL END-OF-INPUT
                   CLOSE OLD-SUSPENSE-FILE
                   CLOSE SUSPENSE-FILE
                   PERFORM 1810-WRITE-COUNTS
               END-IF.

           1310-READ-OLD-SUSPENSE.
               READ OLD-SUSPENSE-FILE
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OS-VESSEL-NUM TO WS-OLD-SEQ
                       PERFORM 1500-MAP-HULL
                       MOVE SPACES TO SUSPENSE-RECORD
                       MOVE OS-LINE-NUM TO SU-LINE-NUM
                       MOVE WS-NEW-HULL TO SU-HULL-NUM
                       MOVE OS-SUSPENSE-DATA TO
                           SUSPENSE-RECORD(18:79)
                       WRITE SUSPENSE-RECORD
                       ADD 1 TO WS-WRITE-COUNT
               END-READ.

           1400-CONVERT-ARCHIVE.
               MOVE 'ARCHIN' TO WS-FILE-NAME.
               PERFORM 1800-RESET-COUNTS.
               OPEN INPUT OLD-ARCHIVE-FILE.
               IF WS-OLDARCH-STATUS IS NOT EQUAL TO '00'
               THEN
                   PERFORM 1820-LOG-NOT-PRESENT
               ELSE
                   OPEN OUTPUT ARCHIVE-FILE
                   PERFORM 1410-READ-OLD-ARCHIVE
                       UNTIL END-OF-INPUT
                   CLOSE OLD-ARCHIVE-FILE
                   CLOSE ARCHIVE-FILE
                   PERFORM 1810-WRITE-COUNTS
               END-IF.

           1410-READ-OLD-ARCHIVE.
               READ OLD-ARCHIVE-FILE
                   AT END SET END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OA-VESSEL-NUM TO WS-OLD-SEQ
                       PERFORM 1500-MAP-HULL
                       MOVE SPACES TO ARCHIVE-RECORD
                       MOVE OA-RUN-DATE TO AR-RUN-DATE
                       MOVE WS-NEW-HULL TO AR-HULL-NUM
                       MOVE OA-AUDIT-DATA TO AR-AUDIT-DATA
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-WRITE-COUNT
               END-READ.

           1500-MAP-HULL.
               MOVE SPACES TO WS-NEW-HULL.
               IF WS-OLD-SEQ IS GREATER THAN 0
                   AND WS-OLD-SEQ IS NOT GREATER THAN WS-SEQ-MAX
               THEN MOVE WS-SEQ-HULL(WS-OLD-SEQ) TO WS-NEW-HULL
               END-IF.
               IF WS-NEW-HULL IS EQUAL TO SPACES
               THEN
                   ADD 1 TO WS-UNMAPPED-COUNT
                   STRING 'UNK' WS-OLD-SEQ
                       DELIMITED BY SIZE INTO WS-NEW-HULL
               END-IF.

           1800-RESET-COUNTS.
               MOVE 'N' TO WS-EOF-SW.
               MOVE 0 TO WS-READ-COUNT.
               MOVE 0 TO WS-WRITE-COUNT.
               MOVE 0 TO WS-UNMAPPED-COUNT.
               MOVE 0 TO WS-REJECT-COUNT.

           1810-WRITE-COUNTS.
               ADD WS-UNMAPPED-COUNT TO WS-TOTAL-UNMAPPED.
               ADD WS-REJECT-COUNT TO WS-TOTAL-REJECTED.
               MOVE SPACES TO REPORT-RECORD.
               STRING WS-FILE-NAME
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-READ-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    READ        ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-WRITE-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    WRITTEN     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-UNMAPPED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    NO HULL     ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-REJECT-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    REJECTED    ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1820-LOG-NOT-PRESENT.
               MOVE SPACES TO REPORT-RECORD.
               STRING WS-FILE-NAME
                   ' - OLD FILE NOT PRESENT, NOT CONVERTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1900-FINALIZE.
               IF WS-TOTAL-REJECTED IS GREATER THAN 0
               THEN
                   MOVE 'CONVERSION RESULT - RECORDS DROPPED'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TOTAL-UNMAPPED IS GREATER THAN 0
                   THEN
                       MOVE 'CONVERSION RESULT - UNRESOLVED HULLS'
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 'CONVERSION RESULT - CLEAN'
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF.

           2000-TERMINATE.
               CLOSE REPORT-FILE.
               STOP RUN.
