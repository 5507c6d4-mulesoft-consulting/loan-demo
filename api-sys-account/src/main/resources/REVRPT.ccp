       01 REVERSAL-REPORT-RECORD.
         02 RVR-CUST-NO              PIC X(8).
         02 RVR-ACCT-NUMBER          PIC X(8).
         02 RVR-ORIG-POSTING-SEQ     PIC 9(6).
         02 RVR-ORIG-POSTING-DATE    PIC 9(8).
         02 RVR-ORIG-AMOUNT          PIC S9(7)V99.
         02 RVR-ORIG-DESC            PIC X(30).
         02 RVR-REVERSAL-SEQ         PIC 9(6).
         02 RVR-PAIR-ACCT-NUMBER     PIC X(8).
         02 RVR-PAIR-POSTING-SEQ     PIC 9(6).
         02 RVR-OPERATOR-ID          PIC X(3).
         02 RVR-TERMINAL-ID          PIC X(4).
