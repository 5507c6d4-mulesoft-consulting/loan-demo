       01 DORMANCY-WARNING-RECORD.
         02 DWN-CUST-NO             PIC X(8).
         02 DWN-ACCT-NUMBER         PIC X(8).
         02 DWN-BALANCE             PIC S9(7)V99.
         02 DWN-LAST-ACTIVITY-DATE  PIC 9(8).
         02 DWN-DORMANCY-DATE       PIC 9(8).
