       01 DIRECT-DEBIT-MANDATE-RECORD.
         02 MND-KEY.
           03 MND-ORIGINATOR-ID     PIC X(6).
           03 MND-REFERENCE         PIC X(18).
         02 MND-CUST-NO             PIC X(8).
         02 MND-ACCT-NUMBER         PIC X(8).
         02 MND-MAX-AMOUNT          PIC S9(7)V99 COMP-3.
         02 MND-STATUS              PIC X(1).
           88 MANDATE-IS-ACTIVE     VALUE 'A'.
           88 MANDATE-IS-CANCELLED  VALUE 'C'.
         02 MND-FIRST-COLLECT-DATE  PIC 9(8).
         02 MND-LAST-COLLECT-DATE   PIC 9(8).
         02 MND-SETUP-DATE          PIC 9(8).
         02 MND-CANCEL-DATE         PIC 9(8).
