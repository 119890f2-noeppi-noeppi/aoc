           01  TRAJECTORY-RECORD PIC X(80).

           FD  SUSPOUT-FILE.
           01  SUSPOUT-RECORD PIC X(96).

           FD  AMEND-FILE.
           01  AMEND-RECORD PIC X(132).
               01 WS-T-LINE-X PIC X(20).
               01 WS-T-POS-X PIC X(20).
               01 WS-T-DEPTH-X PIC X(20).
               01 WS-T-HULL PIC X(8).
               01 WS-T-POS PIC 9(16) VALUE 0.
               01 WS-T-DEPTH PIC S9(16) VALUE 0.
               01 WS-VESSEL-MAX PIC 9(5) VALUE 500.
               01 WS-VESSEL-COUNT PIC 9(5) VALUE 0.
               01 WS-VESSEL-TABLE.
                   05 WS-VES-ENTRY OCCURS 500 TIMES.
                       10 WS-V-HULL PIC X(8).
                       10 WS-V-LOADED-SW PIC X.
                           88 WS-V-LOADED VALUE 'Y'.
                       10 WS-V-AMENDED-SW PIC X.
               01 WS-CORR-IX PIC 9(3) VALUE 0.
               01 WS-FOUND-IX PIC 9(3) VALUE 0.
               01 WS-VES-IX PIC 9(5) VALUE 0.
               01 WS-VES-FOUND-IX PIC 9(5) VALUE 0.
               01 WS-CMD-LINE PIC X(16).
               01 WS-CMD-NUM PIC 9(16) VALUE 0.
               01 WS-CMD-OK-SW PIC X VALUE 'N'.
               01 WS-AMEND-RESULT PIC S9(18) VALUE 0.
               01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
               01 WS-CLOSED-COUNT PIC 9(9) VALUE 0.
               01 WS-DISP-POS PIC Z(15)9.
               01 WS-DISP-DEPTH PIC -(16)9.
               01 WS-DISP-RESULT PIC -(18)9.
               GO TO 1000-READ-SUSPENSE.

           0110-CLEAR-VESSEL-ENTRY.
               MOVE SPACES TO WS-V-HULL(WS-VES-IX).
               MOVE 'N' TO WS-V-LOADED-SW(WS-VES-IX).
               MOVE 'N' TO WS-V-AMENDED-SW(WS-VES-IX).
               MOVE 0 TO WS-V-POS(WS-VES-IX).
               UNSTRING TRAJECTORY-RECORD DELIMITED BY ','
                   INTO WS-T-VESSEL-X WS-T-LINE-X
                       WS-T-POS-X WS-T-DEPTH-X.
               MOVE WS-T-VESSEL-X TO WS-T-HULL.
               COMPUTE WS-T-POS = FUNCTION NUMVAL(WS-T-POS-X).
               COMPUTE WS-T-DEPTH = FUNCTION NUMVAL(WS-T-DEPTH-X).
               PERFORM 0230-FIND-VESSEL.
               IF WS-VES-FOUND-IX IS EQUAL TO 0
                   AND WS-T-HULL IS NOT EQUAL TO SPACES
                   AND WS-VESSEL-COUNT IS LESS THAN WS-VESSEL-MAX
               THEN
                   ADD 1 TO WS-VESSEL-COUNT
                   MOVE WS-T-HULL TO WS-V-HULL(WS-VESSEL-COUNT)
                   MOVE WS-VESSEL-COUNT TO WS-VES-FOUND-IX
               END-IF.
               IF WS-VES-FOUND-IX IS GREATER THAN 0
               THEN
                   MOVE 'Y' TO WS-V-LOADED-SW(WS-VES-FOUND-IX)
                   MOVE WS-T-POS TO WS-V-POS(WS-VES-FOUND-IX)
                   MOVE WS-T-DEPTH TO WS-V-DEPTH(WS-VES-FOUND-IX)
               END-IF.

           0230-FIND-VESSEL.
               MOVE 0 TO WS-VES-FOUND-IX.
               PERFORM 0240-MATCH-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.

           0240-MATCH-VESSEL.
               IF WS-V-HULL(WS-VES-IX) IS EQUAL TO WS-T-HULL
               THEN MOVE WS-VES-IX TO WS-VES-FOUND-IX
               END-IF.

           0300-LOAD-CORRECTIONS.

           1002-APPLY-CORRECTION.
               MOVE 'N' TO WS-CMD-OK-SW.
               MOVE SU-HULL-NUM TO WS-T-HULL.
               PERFORM 0230-FIND-VESSEL.
               IF WS-VES-FOUND-IX IS EQUAL TO 0
               THEN GO TO 1002-DONE
               END-IF.
               MOVE WS-VES-FOUND-IX TO WS-VES-IX.
               IF NOT WS-V-LOADED(WS-VES-IX)
               THEN GO TO 1002-DONE
               END-IF.
               EXIT.

           1004-WRITE-ADJUST-AUDIT.
               MOVE WS-V-POS(WS-VES-IX) TO WS-DISP-POS.
               MOVE WS-V-DEPTH(WS-VES-IX) TO WS-DISP-DEPTH.
               MOVE SPACES TO ADJUST-AUDIT-RECORD.
               STRING 'LINE ' SU-LINE-NUM
                   ' HULL ' SU-HULL-NUM
                   ': "' WS-CMD-LINE
                   '" APPLIED FOR "' SU-DATA-LINE
                   '" POS ' WS-DISP-POS
               WRITE SUSPOUT-RECORD.

           1006-LOG-BAD-CORRECTION.
               MOVE SPACES TO AMEND-RECORD.
               STRING 'LINE ' SU-LINE-NUM
                   ' HULL ' SU-HULL-NUM
                   ': CORRECTION "' WS-CMD-LINE
                   '" NOT APPLIED, SUSPENSE LEFT OPEN'
                   DELIMITED BY SIZE INTO AMEND-RECORD.
           1900-FINALIZE.
               PERFORM 1910-WRITE-AMENDED-VESSEL
                   VARYING WS-VES-IX FROM 1 BY 1
                   UNTIL WS-VES-IX IS GREATER THAN WS-VESSEL-COUNT.
               MOVE WS-CLOSED-COUNT TO WS-DISP-COUNT.
               MOVE SPACES TO AMEND-RECORD.
               STRING 'SUSPENSE ENTRIES CLOSED ' WS-DISP-COUNT
                   MULTIPLY WS-V-POS(WS-VES-IX)
                       BY WS-V-DEPTH(WS-VES-IX)
                       GIVING WS-AMEND-RESULT
                   MOVE WS-V-POS(WS-VES-IX) TO WS-DISP-POS
                   MOVE WS-V-DEPTH(WS-VES-IX) TO WS-DISP-DEPTH
                   MOVE WS-AMEND-RESULT TO WS-DISP-RESULT
                   MOVE SPACES TO AMEND-RECORD
                   STRING 'HULL ' WS-V-HULL(WS-VES-IX)
                       ' AMENDED  POS ' WS-DISP-POS
                       '  DEPTH ' WS-DISP-DEPTH
                       '  RESULT ' WS-DISP-RESULT
