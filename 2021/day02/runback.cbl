                   FILE STATUS IS WS-ARCHIN-STATUS.
               SELECT ARCHIVE-OUT-FILE ASSIGN TO "ARCHOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LOGBOOK-IN-FILE ASSIGN TO "LOGBOOK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOGBOOK-STATUS.
               SELECT LOGBOOK-OUT-FILE ASSIGN TO "LOGBOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BACKOUT-SAVE-FILE ASSIGN TO "BACKSAVE"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO "BACKRPT"
           FD  ARCHIVE-IN-FILE.
           01  ARCHIVE-IN-RECORD.
               05 AI-RUN-DATE     PIC 9(8).
               05 AI-AUDIT-DATA   PIC X(121).

           FD  ARCHIVE-OUT-FILE.
           01  ARCHIVE-OUT-RECORD.
               05 AO-RUN-DATE     PIC 9(8).
               05 AO-AUDIT-DATA   PIC X(121).

           FD  LOGBOOK-IN-FILE.
               COPY LOGBREC.

           FD  LOGBOOK-OUT-FILE.
           01  LOGBOOK-OUT-RECORD PIC X(182).

           FD  BACKOUT-SAVE-FILE.
           01  BACKOUT-SAVE-RECORD PIC X(182).

           FD  REPORT-FILE.
           01  REPORT-RECORD PIC X(132).
               01 WS-BACKCARD-STATUS PIC X(02) VALUE '00'.
               01 WS-RUNHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-ARCHIN-STATUS PIC X(02) VALUE '00'.
               01 WS-LOGBOOK-STATUS PIC X(02) VALUE '00'.
               01 WS-CARD-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-CARDS VALUE 'Y'.
               01 WS-HIST-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-HISTORY VALUE 'Y'.
               01 WS-ARCH-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-ARCHIVE VALUE 'Y'.
               01 WS-LOG-EOF-SW PIC X VALUE 'N'.
                   88 END-OF-LOGBOOK VALUE 'Y'.
               01 WS-HIST-BEFORE PIC 9(9) VALUE 0.
               01 WS-HIST-AFTER PIC 9(9) VALUE 0.
               01 WS-HIST-REMOVED PIC 9(9) VALUE 0.
               01 WS-ARCH-BEFORE PIC 9(9) VALUE 0.
               01 WS-ARCH-AFTER PIC 9(9) VALUE 0.
               01 WS-ARCH-REMOVED PIC 9(9) VALUE 0.
               01 WS-LOG-BEFORE PIC 9(9) VALUE 0.
               01 WS-LOG-AFTER PIC 9(9) VALUE 0.
               01 WS-LOG-REMOVED PIC 9(9) VALUE 0.
               01 WS-ARCH-DATE PIC 9(8) VALUE 0.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-ADATE PIC 9(8).
               OPEN OUTPUT BACKOUT-SAVE-FILE.
               PERFORM 1000-BACKOUT-HISTORY.
               PERFORM 1100-BACKOUT-ARCHIVE.
               PERFORM 1200-BACKOUT-LOGBOOK.
               GO TO 1900-FINALIZE.

           1000-BACKOUT-HISTORY.
                       END-IF
               END-READ.

           1200-BACKOUT-LOGBOOK.
               OPEN OUTPUT LOGBOOK-OUT-FILE.
               OPEN INPUT LOGBOOK-IN-FILE.
               IF WS-LOGBOOK-STATUS IS EQUAL TO '00'
               THEN
                   PERFORM 1210-READ-LOGBOOK
                       UNTIL END-OF-LOGBOOK
                   CLOSE LOGBOOK-IN-FILE
               ELSE
                   MOVE 'DIVE LOGBOOK NOT AVAILABLE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.
               CLOSE LOGBOOK-OUT-FILE.

           1210-READ-LOGBOOK.
               READ LOGBOOK-IN-FILE
                   AT END SET END-OF-LOGBOOK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-BEFORE
                       IF LB-RUN-DATE IS EQUAL TO BK-RUN-DATE
                           AND LB-MODEL IS EQUAL TO BK-MODEL
                       THEN
                           ADD 1 TO WS-LOG-REMOVED
                           MOVE SPACES TO BACKOUT-SAVE-RECORD
                           MOVE LOGBOOK-RECORD TO
                               BACKOUT-SAVE-RECORD
                           WRITE BACKOUT-SAVE-RECORD
                       ELSE
                           ADD 1 TO WS-LOG-AFTER
                           MOVE LOGBOOK-RECORD TO
                               LOGBOOK-OUT-RECORD
                           WRITE LOGBOOK-OUT-RECORD
                       END-IF
               END-READ.

           1900-FINALIZE.
               MOVE WS-HIST-BEFORE TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    AFTER             ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-LOG-BEFORE TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'DIVE LOGBOOK BEFORE   ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-LOG-REMOVED TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    REMOVED           ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE WS-LOG-AFTER TO WS-DISP-COUNT.
               MOVE SPACES TO REPORT-RECORD.
               STRING '    AFTER             ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.
               IF WS-HIST-REMOVED IS EQUAL TO 0
                   AND WS-ARCH-REMOVED IS EQUAL TO 0
                   AND WS-LOG-REMOVED IS EQUAL TO 0
               THEN
                   MOVE 'NO RECORDS MATCHED - NOTHING BACKED OUT'
                       TO REPORT-RECORD
