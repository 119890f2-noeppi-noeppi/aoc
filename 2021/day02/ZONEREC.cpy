           01 ZONE-DEF-RECORD.
               05 ZD-ZONE-ID      PIC X(8).
               05 ZD-POS-FROM     PIC 9(16).
               05 ZD-POS-TO       PIC 9(16).
               05 ZD-DEPTH-FROM   PIC 9(7).
               05 ZD-DEPTH-TO     PIC 9(7).
               05 ZD-EFF-FROM     PIC 9(8).
               05 ZD-EFF-TO       PIC 9(8).
               05 ZD-SEVERITY     PIC X(8).
