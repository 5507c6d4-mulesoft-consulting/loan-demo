       01 CASH-MONITOR-PARM-RECORD.
         02 CMP-LARGE-CASH-AMOUNT   PIC 9(7)V99.
         02 CMP-REPORT-THRESHOLD    PIC 9(7)V99.
         02 CMP-NEAR-MARGIN         PIC 9(7)V99.
         02 CMP-NEAR-COUNT          PIC 9(3).
         02 CMP-WINDOW-DAYS         PIC 9(3).
         02 CMP-PASS-THROUGH-AMOUNT PIC 9(7)V99.
