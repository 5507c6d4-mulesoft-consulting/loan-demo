       01 AUTH-EXPIRY-REPORT-RECORD.
         02 AXR-ENTRY-DATE          PIC 9(8).
         02 AXR-ENTRY-TIME          PIC 9(8).
         02 AXR-MAKER-TERMINAL-ID   PIC X(4).
         02 AXR-MAKER-OPERATOR-ID   PIC X(3).
         02 AXR-SOURCE-PROGRAM      PIC X(8).
         02 AXR-TXN-CODE            PIC X(3).
         02 AXR-ACTION              PIC X(1).
         02 AXR-CUST-NO             PIC X(8).
         02 AXR-ACCT-NUMBER         PIC X(8).
         02 AXR-AMOUNT              PIC S9(7)V99.
         02 AXR-LAST-REJECT-STATUS  PIC X(4).
