       01 DFHCOMMAREA.
         02 OUTBOUND-PAYMENT-IN.
           03 PAY-CUST-NO.
             04 PAY-CUST-NO-BASE        PIC 9(7).
             04 PAY-CUST-NO-CHECK-DIGIT PIC 9(1).
           03 PAY-ACCT-NUMBER          PIC X(8).
           03 PAY-AMOUNT               PIC S9(7)V99 COMP-3.
           03 PAY-BENE-BANK-CODE       PIC X(6).
           03 PAY-BENE-ACCT-NUMBER     PIC X(12).
           03 PAY-BENE-NAME            PIC X(30).
           03 PAY-BENE-REFERENCE       PIC X(18).
           03 PAY-NARRATIVE            PIC X(26).
           03 PAY-ORDER-ID             PIC X(8).
           03 PAY-FORCE-DUPLICATE-IND  PIC X(1).
             88 PAY-FORCE-DUPLICATE      VALUE 'Y'.
         02 RETURN-DATA.
           03 RETURN-STATUS            PIC X(4).
           03 RETURN-MSG               PIC X(45).
           03 PAY-NEW-BALANCE          PIC S9(7)V99 COMP-3.
           03 PAYMENT-REFERENCE.
             04 PAY-REF-ACCT-NUMBER    PIC X(8).
             04 PAY-REF-POSTING-SEQ    PIC 9(6).
