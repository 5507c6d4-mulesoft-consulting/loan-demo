       01 DFHCOMMAREA.
         02 POSTING-REVERSAL-IN.
           03 CUST-NO.
             04 CUST-NO-BASE         PIC 9(7).
             04 CUST-NO-CHECK-DIGIT  PIC 9(1).
           03 ACCT-NUMBER           PIC X(8).
           03 REVERSE-POSTING-SEQ   PIC 9(6).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 REVERSED-AMOUNT       PIC S9(7)V99 COMP-3.
           03 NEW-BALANCE           PIC S9(7)V99 COMP-3.
           03 REVERSAL-POSTING-SEQ  PIC 9(6).
           03 PAIR-ACCT-NUMBER      PIC X(8).
           03 PAIR-REVERSAL-SEQ     PIC 9(6).
