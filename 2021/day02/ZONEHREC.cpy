           01 ZONE-HISTORY-RECORD.
               05 ZH-APPLY-DATE   PIC 9(8).
               05 ZH-ACTION       PIC X.
               05 ZH-ZONE-ID      PIC X(8).
               05 ZH-NOTICE-REF   PIC X(12).
               05 ZH-BEFORE-IMAGE PIC X(78).
               05 ZH-AFTER-IMAGE  PIC X(78).
