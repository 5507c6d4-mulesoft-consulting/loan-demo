       01 DORMANT-LEDGER-RECORD.
         02 DLG-RECORD-TYPE         PIC X(1).
           88 DLG-IS-DETAIL         VALUE 'D'.
           88 DLG-IS-TRAILER        VALUE 'T'.
         02 DLG-DETAIL.
           03 DLG-CUST-NO           PIC X(8).
           03 DLG-ACCT-NUMBER       PIC X(8).
           03 DLG-BALANCE           PIC S9(9)V99.
           03 DLG-OVERDRAFT         PIC S9(9)V99.
           03 DLG-DORMANT-DATE      PIC 9(8).
           03 DLG-NEWLY-DORMANT     PIC X(1).
         02 DLG-TRAILER REDEFINES DLG-DETAIL.
           03 DLG-ACCOUNT-COUNT     PIC 9(8).
           03 DLG-NEW-COUNT         PIC 9(8).
           03 DLG-TOTAL-BALANCE     PIC S9(9)V99.
           03 DLG-TOTAL-OVERDRAFT   PIC S9(9)V99.
           03 FILLER                PIC X(9).
