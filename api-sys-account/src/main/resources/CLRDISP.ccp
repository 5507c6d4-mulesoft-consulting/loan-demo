         02 CLD-ACCT-NUMBER         PIC X(8).
         02 CLD-TXN-CODE            PIC X(3).
         02 CLD-AMOUNT              PIC S9(7)V99.
         02 CLD-ORIGINATOR-ID       PIC X(6).
         02 CLD-MANDATE-REF         PIC X(18).
