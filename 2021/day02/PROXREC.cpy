           01 PROXIMITY-INCIDENT-RECORD.
               05 PX-RUN-DATE     PIC 9(8).
               05 PX-HULL-A       PIC X(8).
               05 PX-LINE-A       PIC 9(9).
               05 PX-TIME-A       PIC 9(14).
               05 PX-POS-A        PIC 9(16).
               05 PX-DEPTH-A      PIC S9(16) SIGN IS LEADING SEPARATE.
               05 PX-HULL-B       PIC X(8).
               05 PX-LINE-B       PIC 9(9).
               05 PX-TIME-B       PIC 9(14).
               05 PX-POS-B        PIC 9(16).
               05 PX-DEPTH-B      PIC S9(16) SIGN IS LEADING SEPARATE.
               05 PX-HORIZ-SEP    PIC 9(16).
               05 PX-VERT-SEP     PIC 9(16).
               05 PX-POINT-COUNT  PIC 9(9).
