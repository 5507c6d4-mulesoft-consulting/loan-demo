       01 REVERSAL-REGISTER-RECORD.
         02 REV-KEY.
           03 REV-ORIG-ACCT-NUMBER   PIC X(8).
           03 REV-ORIG-POSTING-SEQ   PIC 9(6).
         02 REV-CUST-NO             PIC X(8).
         02 REV-ORIG-POSTING-DATE   PIC 9(8).
         02 REV-ORIG-AMOUNT         PIC S9(7)V99 COMP-3.
         02 REV-ORIG-DESC           PIC X(30).
         02 REV-POSTING-SEQ-NO      PIC 9(6).
         02 REV-BUSINESS-DATE       PIC 9(8).
         02 REV-TIMESTAMP           PIC X(21).
         02 REV-OPERATOR-ID         PIC X(3).
         02 REV-TERMINAL-ID         PIC X(4).
         02 REV-PAIR-ACCT-NUMBER    PIC X(8).
         02 REV-PAIR-POSTING-SEQ    PIC 9(6).
