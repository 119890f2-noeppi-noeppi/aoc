                   FILE STATUS IS WS-ARCHIN-STATUS.
               SELECT ARCHIVE-OUT-FILE ASSIGN TO "ARCHOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ZONE-INCIDENT-FILE ASSIGN TO "ZONEINCD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZONEINCD-STATUS.
               SELECT ZONE-ARCHIVE-IN-FILE ASSIGN TO "ZARCHIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ZARCHIN-STATUS.
               SELECT ZONE-ARCHIVE-OUT-FILE ASSIGN TO "ZARCHOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "ARCHRPT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  ARCHIVE-IN-FILE.
           01  ARCHIVE-IN-RECORD.
               05 AI-RUN-DATE     PIC 9(8).
               05 AI-AUDIT-DATA   PIC X(121).

           FD  ARCHIVE-OUT-FILE.
           01  ARCHIVE-OUT-RECORD.
               05 AO-RUN-DATE     PIC 9(8).
               05 AO-AUDIT-DATA   PIC X(121).

           FD  ZONE-INCIDENT-FILE.
           01  ZONE-INCIDENT-RECORD PIC X(132).

           FD  ZONE-ARCHIVE-IN-FILE.
           01  ZONE-ARCHIVE-IN-RECORD.
               05 ZI-RUN-DATE     PIC 9(8).
               05 ZI-INCIDENT-DATA PIC X(132).

           FD  ZONE-ARCHIVE-OUT-FILE.
           01  ZONE-ARCHIVE-OUT-RECORD.
               05 ZO-RUN-DATE     PIC 9(8).
               05 ZO-INCIDENT-DATA PIC X(132).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(100).

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
               01 WS-ARCHIN-STATUS PIC X(02) VALUE '00'.
                   88 END-OF-AUDIT VALUE 'Y'.
               01 WS-ARCHIN-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ARCHIN VALUE 'Y'.
               01 WS-ZONEINCD-STATUS PIC X(02) VALUE '00'.
               01 WS-ZARCHIN-STATUS PIC X(02) VALUE '00'.
               01 WS-ZONEINCD-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ZONEINCD VALUE 'Y'.
               01 WS-ZARCHIN-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ZARCHIN VALUE 'Y'.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
               01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
               01 WS-RETAINED-COUNT PIC 9(9) VALUE 0.
               01 WS-PURGED-COUNT PIC 9(9) VALUE 0.
               01 WS-ADDED-COUNT PIC 9(9) VALUE 0.
               01 WS-ZONE-RETAINED-COUNT PIC 9(9) VALUE 0.
               01 WS-ZONE-PURGED-COUNT PIC 9(9) VALUE 0.
               01 WS-ZONE-ADDED-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-DATE PIC 9(8).
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
               OPEN OUTPUT ARCHIVE-OUT-FILE.
               OPEN OUTPUT ZONE-ARCHIVE-OUT-FILE.
               OPEN OUTPUT REPORT-FILE.
               MOVE WS-CUTOFF-DATE TO WS-DISP-DATE.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               PERFORM 1100-COPY-RETAINED.
               PERFORM 1200-ADD-CURRENT-RUN.
               PERFORM 1300-COPY-ZONE-RETAINED.
               PERFORM 1400-ADD-ZONE-RUN.
               GO TO 1900-FINALIZE.

           1100-COPY-RETAINED.
                       ADD 1 TO WS-ADDED-COUNT
               END-READ.

           1300-COPY-ZONE-RETAINED.
               OPEN INPUT ZONE-ARCHIVE-IN-FILE.
               IF WS-ZARCHIN-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 1310-READ-ZARCHIN
                       UNTIL END-OF-ZARCHIN
                   CLOSE ZONE-ARCHIVE-IN-FILE
               END-IF.

           1310-READ-ZARCHIN.
               READ ZONE-ARCHIVE-IN-FILE
                   AT END SET END-OF-ZARCHIN TO TRUE
                   NOT AT END
                       IF ZI-RUN-DATE IS LESS THAN WS-CUTOFF-DATE
                       THEN ADD 1 TO WS-ZONE-PURGED-COUNT
                       ELSE
                           MOVE ZONE-ARCHIVE-IN-RECORD
                               TO ZONE-ARCHIVE-OUT-RECORD
                           WRITE ZONE-ARCHIVE-OUT-RECORD
                           ADD 1 TO WS-ZONE-RETAINED-COUNT
                       END-IF
               END-READ.

           1400-ADD-ZONE-RUN.
               OPEN INPUT ZONE-INCIDENT-FILE.
               IF WS-ZONEINCD-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 1410-READ-ZONEINCD
                       UNTIL END-OF-ZONEINCD
                   CLOSE ZONE-INCIDENT-FILE
               END-IF.

           1410-READ-ZONEINCD.
               READ ZONE-INCIDENT-FILE
                   AT END SET END-OF-ZONEINCD TO TRUE
                   NOT AT END
                       MOVE WS-RUN-DATE TO ZO-RUN-DATE
                       MOVE ZONE-INCIDENT-RECORD TO ZO-INCIDENT-DATA
                       WRITE ZONE-ARCHIVE-OUT-RECORD
                       ADD 1 TO WS-ZONE-ADDED-COUNT
               END-READ.

           1900-FINALIZE.
               MOVE WS-ADDED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    PURGED            ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ZONE-ADDED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ZONE INCIDENTS ARCHIVED ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ZONE-RETAINED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ZONE INCIDENTS RETAINED ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-ZONE-PURGED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    ZONE INCIDENTS PURGED   ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               CLOSE ARCHIVE-OUT-FILE.
               CLOSE ZONE-ARCHIVE-OUT-FILE.
               CLOSE REPORT-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'AUDARCH' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-ADDED-COUNT TO CY-INPUT-COUNT.
               ADD WS-ADDED-COUNT WS-RETAINED-COUNT
                   GIVING CY-OUTPUT-COUNT.
               MOVE 0 TO CY-ERROR-COUNT.
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
