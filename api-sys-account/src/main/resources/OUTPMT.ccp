       01 OUTBOUND-PAYMENT-RECORD.
         02 OPY-KEY.
           03 OPY-ACCT-NUMBER       PIC X(8).
           03 OPY-POSTING-SEQ       PIC 9(6).
         02 OPY-CUST-NO             PIC X(8).
         02 OPY-AMOUNT              PIC S9(7)V99 COMP-3.
         02 OPY-BENE-BANK-CODE      PIC X(6).
         02 OPY-BENE-ACCT-NUMBER    PIC X(12).
         02 OPY-BENE-NAME           PIC X(30).
         02 OPY-BENE-REFERENCE      PIC X(18).
         02 OPY-ORDER-ID            PIC X(8).
         02 OPY-ENTRY-DATE          PIC 9(8).
         02 OPY-OPERATOR-ID         PIC X(3).
         02 OPY-TERMINAL-ID         PIC X(4).
         02 OPY-STATUS              PIC X(1).
           88 PAYMENT-IS-PENDING    VALUE 'P'.
           88 PAYMENT-IS-SENT       VALUE 'S'.
           88 PAYMENT-IS-RETURNED   VALUE 'R'.
         02 OPY-SENT-DATE           PIC 9(8).
         02 OPY-RETURN-DATE         PIC 9(8).
         02 OPY-RETURN-REASON       PIC X(4).
         02 OPY-RETURN-SEQ          PIC 9(6).
