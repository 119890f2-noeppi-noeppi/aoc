               SELECT VESSEL-LEDGER-FILE ASSIGN TO "VESSLEDG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LG-HULL-NUM
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT VESSEL-MASTER-FILE ASSIGN TO "VESSMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VM-HULL-NUM
                   ALTERNATE RECORD KEY IS VM-BATCH-SEQ
                       WITH DUPLICATES
                   FILE STATUS IS WS-VESSMAST-STATUS.
               SELECT REPORT-FILE ASSIGN TO "LEDGINQRP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           FILE SECTION.
           FD  REQUEST-FILE.
           01  REQUEST-RECORD.
               05 RQ-HULL-NUM     PIC X(8).

           FD  VESSEL-LEDGER-FILE.
               COPY LEDGREC.
               IF END-OF-REQUESTS
               THEN GO TO 1900-FINALIZE
               END-IF.
               MOVE RQ-HULL-NUM TO LG-HULL-NUM.
               READ VESSEL-LEDGER-FILE
                   INVALID KEY
                       PERFORM 1001-LOG-NOT-FOUND
               GO TO 1000-READ-REQUEST.

           1001-LOG-NOT-FOUND.
               MOVE SPACES TO REPORT-RECORD.
               STRING 'HULL ' RQ-HULL-NUM
                   ' - NOT ON LEDGER'
                   DELIMITED BY SIZE INTO REPORT-RECORD.
               WRITE REPORT-RECORD.

           1002-WRITE-LEDGER-CARD.
               PERFORM 1003-LOOKUP-MASTER.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-MASTER-FOUND
               THEN
                   MOVE VM-BATCH-SEQ TO WS-DISP-VESSEL
                   STRING 'HULL ' LG-HULL-NUM
                       '  NAME ' VM-VESSEL-NAME
                       '  CLASS ' VM-CLASS
                       '  BATCH SEQ ' WS-DISP-VESSEL
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING 'HULL ' LG-HULL-NUM
                       '  NO MASTER RECORD'
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF.
               MOVE 'N' TO WS-MASTER-FOUND-SW.
               IF WS-VESSMAST-AVAILABLE
               THEN
                   MOVE LG-HULL-NUM TO VM-HULL-NUM
                   READ VESSEL-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
