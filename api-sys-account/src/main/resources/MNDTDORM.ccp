       01 DORMANT-MANDATE-REPORT-RECORD.
         02 DMR-ORIGINATOR-ID       PIC X(6).
         02 DMR-MANDATE-REF         PIC X(18).
         02 DMR-CUST-NO             PIC X(8).
         02 DMR-ACCT-NUMBER         PIC X(8).
         02 DMR-MAX-AMOUNT          PIC S9(7)V99.
         02 DMR-SETUP-DATE          PIC 9(8).
         02 DMR-LAST-COLLECT-DATE   PIC 9(8).
