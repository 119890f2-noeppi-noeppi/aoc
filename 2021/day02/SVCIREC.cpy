           01 SERVICE-INTERVAL-RECORD.
               05 SI-CLASS        PIC X(12).
               05 SI-DIST-LIMIT   PIC 9(16).
               05 SI-DIVE-LIMIT   PIC 9(9).
               05 SI-DEEP-PCT     PIC 9(3).
               05 SI-DEEP-LIMIT   PIC 9(9).
               05 SI-WARN-PCT     PIC 9(3).
