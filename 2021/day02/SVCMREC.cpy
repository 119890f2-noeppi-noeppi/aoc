           01 SERVICE-MASTER-RECORD.
               05 SM-HULL-NUM     PIC X(8).
               05 SM-LAST-SVC-DATE PIC 9(8).
               05 SM-BASE-FWD     PIC 9(16).
               05 SM-BASE-DIVES   PIC 9(9).
               05 SM-BASE-DEEP    PIC 9(9).
               05 SM-DUE-STATUS   PIC X.
                   88 SM-CURRENT VALUE SPACE.
                   88 SM-DUE-SOON VALUE 'D'.
                   88 SM-OVERDUE VALUE 'O'.
               05 SM-STATUS-DATE  PIC 9(8).
               05 SM-WO-OPEN-SW   PIC X.
                   88 SM-WO-OPEN VALUE 'Y'.
               05 SM-WO-DATE      PIC 9(8).
