           01 FILING-HEADER-RECORD.
               05 RF-H-REC-TYPE   PIC X.
               05 RF-H-FILING-MONTH PIC 9(6).
               05 RF-H-PERIOD-FROM PIC 9(8).
               05 RF-H-PERIOD-TO  PIC 9(8).
               05 RF-H-CREATED-DATE PIC 9(8).
               05 RF-H-RUN-COUNT  PIC 9(3).
               05 FILLER          PIC X(216).
           01 FILING-DETAIL-RECORD.
               05 RF-D-REC-TYPE   PIC X.
               05 RF-D-HULL-NUM   PIC X(8).
               05 RF-D-VESSEL-NAME PIC X(30).
               05 RF-D-DIVES      PIC 9(5).
               05 RF-D-DISTANCE   PIC 9(16).
               05 RF-D-DEEPEST    PIC S9(16) SIGN IS LEADING SEPARATE.
               05 RF-D-VIOL-CRITICAL PIC 9(5).
               05 RF-D-VIOL-WARNING PIC 9(5).
               05 RF-D-VIOL-OTHER PIC 9(5).
               05 RF-D-ENDUR-EXH  PIC 9(5).
               05 RF-D-ZONE-ENTRIES PIC 9(7).
               05 RF-D-ZONE-SLOT OCCURS 8 TIMES.
                   10 RF-D-ZONE-ID PIC X(8).
                   10 RF-D-ZONE-COUNT PIC 9(5).
               05 RF-D-ZONE-OTHER PIC 9(5).
               05 RF-D-LIFE-DIVES PIC 9(9).
               05 RF-D-LIFE-DISTANCE PIC 9(16).
               05 FILLER          PIC X(12).
           01 FILING-TRAILER-RECORD.
               05 RF-T-REC-TYPE   PIC X.
               05 RF-T-DETAIL-COUNT PIC 9(7).
               05 RF-T-RECORD-COUNT PIC 9(7).
               05 RF-T-HASH-DIVES PIC 9(9).
               05 RF-T-HASH-DISTANCE PIC 9(18).
               05 RF-T-HASH-DEEPEST PIC S9(18) SIGN IS LEADING SEPARATE.
               05 RF-T-HASH-VIOL  PIC 9(9).
               05 RF-T-HASH-ZONE  PIC 9(9).
               05 RF-T-HASH-ENDUR PIC 9(9).
               05 FILLER          PIC X(162).
