                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT QUARANTINE-FILE ASSIGN TO "STAQUAR"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATION-HISTORY-FILE ASSIGN TO "STAHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS WS-STAHIST-STATUS.
               SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLECTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLECTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 QR-SEQUENCE     PIC 9(6).
               05 QR-COMMAND      PIC X(40).

           FD  STATION-HISTORY-FILE.
               COPY STAHREC.

           FD  CYCLE-CONTROL-FILE.
               COPY CYCLREC.

           WORKING-STORAGE SECTION.
               01 WS-STAREG-STATUS PIC X(02) VALUE '00'.
               01 WS-FEED1-STATUS PIC X(02) VALUE '00'.
                       10 WS-G-CONTRIB PIC 9(9).
                       10 WS-G-DUP PIC 9(9).
                       10 WS-G-OOO PIC 9(9).
                       10 WS-G-GAPS PIC 9(9).
                       10 WS-G-QUAR PIC 9(9).
               01 WS-FEED-TABLE.
                   05 WS-FEED-ENTRY OCCURS 8 TIMES.
                       10 WS-F-EOF-SW PIC X.
               01 WS-DUP-COUNT PIC 9(9) VALUE 0.
               01 WS-OOO-COUNT PIC 9(9) VALUE 0.
               01 WS-QUAR-COUNT PIC 9(9) VALUE 0.
               01 WS-FEED-READ-COUNT PIC 9(9) VALUE 0.
               01 WS-DEVIATION PIC S9(9) VALUE 0.
               01 WS-DISP-SEQ PIC Z(5)9.
               01 WS-DISP-SEQ2 PIC Z(5)9.
               01 WS-DISP-COUNT PIC Z(8)9.
               01 WS-DISP-DEV PIC -(8)9.
               01 WS-STAHIST-STATUS PIC X(02) VALUE '00'.
               01 WS-STAHIST-SW PIC X VALUE 'N'.
                   88 WS-STAHIST-AVAILABLE VALUE 'Y'.
               01 WS-SH-ADD-SW PIC X VALUE 'N'.
                   88 WS-SH-ADD-NEEDED VALUE 'Y'.
               01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
               01 WS-CYCLECTL-STATUS PIC X(02) VALUE '00'.
               01 WS-STEP-DATE PIC 9(8) VALUE 0.
               01 WS-STEP-START PIC 9(8) VALUE 0.
               01 WS-STEP-OUTCOME PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           0100-INITIALIZE.
               ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START FROM TIME.
               PERFORM 0110-CLEAR-FEED-ENTRY
                   VARYING WS-FEED-IX FROM 1 BY 1
                   UNTIL WS-FEED-IX IS GREATER THAN WS-FEED-MAX.
               MOVE 0 TO WS-G-CONTRIB(WS-STA-IX).
               MOVE 0 TO WS-G-DUP(WS-STA-IX).
               MOVE 0 TO WS-G-OOO(WS-STA-IX).
               MOVE 0 TO WS-G-GAPS(WS-STA-IX).
               MOVE 0 TO WS-G-QUAR(WS-STA-IX).

           0200-LOAD-REGISTRY.
               OPEN INPUT REGISTRY-FILE.

           1020-LOG-GAP.
               ADD 1 TO WS-GAP-COUNT.
               IF WS-STA-FOUND-IX IS GREATER THAN 0
               THEN ADD 1 TO WS-G-GAPS(WS-STA-FOUND-IX)
               END-IF.
               MOVE WS-EXPECTED-SEQ TO WS-DISP-SEQ.
               SUBTRACT 1 FROM WS-F-SEQ(WS-PICK-IX)
                   GIVING WS-GAP-HIGH.

           1024-QUARANTINE-RECORD.
               ADD 1 TO WS-QUAR-COUNT.
               ADD 1 TO WS-G-QUAR(WS-PICK-IX).
               MOVE WS-F-STATION(WS-PICK-IX) TO QR-STATION.
               MOVE WS-F-SEQ(WS-PICK-IX) TO QR-SEQUENCE.
               MOVE WS-F-CMD(WS-PICK-IX) TO QR-COMMAND.
               END-IF.

           1050-CHECK-FEED-ORDER.
               ADD 1 TO WS-FEED-READ-COUNT.
               IF WS-F-SEQ(WS-FEED-IX) IS LESS THAN
                   WS-F-PREV-SEQ(WS-FEED-IX)
               THEN PERFORM 1022-LOG-OUT-OF-ORDER
               THEN
                   MOVE 'STATION STATISTICS' TO CONTROL-RECORD
                   WRITE CONTROL-RECORD
                   PERFORM 1930-OPEN-STATION-HISTORY
                   PERFORM 1910-WRITE-STATION-STATS
                       VARYING WS-STA-IX FROM 1 BY 1
                       UNTIL WS-STA-IX IS GREATER THAN
                           WS-FEED-COUNT
                   IF WS-STAHIST-AVAILABLE
                   THEN
                       CLOSE STATION-HISTORY-FILE
                       MOVE WS-POSTED-COUNT TO WS-DISP-COUNT
                       MOVE SPACES TO CONTROL-RECORD
                       STRING 'STATION HISTORY POSTED ' WS-DISP-COUNT
                           DELIMITED BY SIZE INTO CONTROL-RECORD
                       WRITE CONTROL-RECORD
                   END-IF
               END-IF.
               IF WS-GAP-COUNT IS GREATER THAN 0
               THEN
                       TO CONTROL-RECORD
                   WRITE CONTROL-RECORD
                   MOVE 8 TO RETURN-CODE
                   MOVE 'FEED INCOMPLETE - RUN SUSPENDED'
                       TO WS-STEP-OUTCOME
               ELSE
                   IF WS-DUP-COUNT IS GREATER THAN 0
                       OR WS-OOO-COUNT IS GREATER THAN 0
               CLOSE DIVE-LOG-FILE.
               CLOSE CONTROL-FILE.
               CLOSE QUARANTINE-FILE.
               PERFORM 1950-WRITE-CYCLE-STEP.
               STOP RUN.

           1910-WRITE-STATION-STATS.
                   '  DEVIATION ' WS-DISP-DEV
                   DELIMITED BY SIZE INTO CONTROL-RECORD.
               WRITE CONTROL-RECORD.
               MOVE WS-G-GAPS(WS-STA-IX) TO WS-DISP-COUNT.
               MOVE SPACES TO CONTROL-RECORD.
               STRING '        GAPS         ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO CONTROL-RECORD.
               WRITE CONTROL-RECORD.
               MOVE WS-G-QUAR(WS-STA-IX) TO WS-DISP-COUNT.
               MOVE SPACES TO CONTROL-RECORD.
               STRING '        QUARANTINED  ' WS-DISP-COUNT
                   DELIMITED BY SIZE INTO CONTROL-RECORD.
               WRITE CONTROL-RECORD.
               IF WS-STAHIST-AVAILABLE
               THEN PERFORM 1911-POST-STATION-HISTORY
               END-IF.

           1911-POST-STATION-HISTORY.
               MOVE WS-G-STATION(WS-STA-IX) TO SH-STATION.
               MOVE WS-STEP-DATE TO SH-RUN-DATE.
               MOVE 'N' TO WS-SH-ADD-SW.
               READ STATION-HISTORY-FILE
                   INVALID KEY MOVE 'Y' TO WS-SH-ADD-SW
               END-READ.
               MOVE WS-G-STATION(WS-STA-IX) TO SH-STATION.
               MOVE WS-STEP-DATE TO SH-RUN-DATE.
               MOVE WS-G-DSN(WS-STA-IX) TO SH-FEED-DSN.
               MOVE WS-G-EXPECTED(WS-STA-IX) TO SH-EXPECTED.
               MOVE WS-G-CONTRIB(WS-STA-IX) TO SH-CONTRIB.
               MOVE WS-G-DUP(WS-STA-IX) TO SH-DUP.
               MOVE WS-G-OOO(WS-STA-IX) TO SH-OOO.
               MOVE WS-DEVIATION TO SH-DEVIATION.
               MOVE WS-G-GAPS(WS-STA-IX) TO SH-GAPS.
               MOVE WS-G-QUAR(WS-STA-IX) TO SH-QUAR.
               IF WS-SH-ADD-NEEDED
               THEN WRITE STATION-HISTORY-RECORD
               ELSE REWRITE STATION-HISTORY-RECORD
               END-IF.
               ADD 1 TO WS-POSTED-COUNT.

           1920-CLOSE-FEED.
               IF WS-FEED-IX IS EQUAL TO 1
                   THEN CLOSE FEED8-FILE
                   END-IF
               END-IF.

           1930-OPEN-STATION-HISTORY.
               OPEN I-O STATION-HISTORY-FILE.
               IF WS-STAHIST-STATUS IS EQUAL TO '35'
               THEN
                   OPEN OUTPUT STATION-HISTORY-FILE
                   CLOSE STATION-HISTORY-FILE
                   OPEN I-O STATION-HISTORY-FILE
               END-IF.
               IF WS-STAHIST-STATUS IS EQUAL TO '00'
               THEN MOVE 'Y' TO WS-STAHIST-SW
               ELSE
                   MOVE SPACES TO CONTROL-RECORD
                   STRING 'STATION HISTORY OPEN FAILED, STATUS '
                       WS-STAHIST-STATUS ' - STATISTICS NOT POSTED'
                       DELIMITED BY SIZE INTO CONTROL-RECORD
                   WRITE CONTROL-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF.

           1950-WRITE-CYCLE-STEP.
               MOVE WS-STEP-DATE TO CY-RUN-DATE.
               MOVE 'STAMERGE' TO CY-PROGRAM.
               MOVE WS-STEP-START TO CY-START-TIME.
               ACCEPT CY-END-TIME FROM TIME.
               MOVE RETURN-CODE TO CY-RETURN-CODE.
               MOVE WS-FEED-READ-COUNT TO CY-INPUT-COUNT.
               MOVE WS-MERGED-COUNT TO CY-OUTPUT-COUNT.
               ADD WS-DUP-COUNT WS-OOO-COUNT WS-QUAR-COUNT
                   GIVING CY-ERROR-COUNT.
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
