       01 SUSPICIOUS-CASE-RECORD.
         02 CSE-KEY.
           03 CSE-CUST-NO           PIC X(8).
           03 CSE-CASE-SEQ          PIC 9(4).
         02 CSE-PATTERN             PIC X(3).
           88 CASE-LARGE-CASH       VALUE 'LCD'.
           88 CASE-STRUCTURING      VALUE 'STR'.
           88 CASE-PASS-THROUGH     VALUE 'PTH'.
         02 CSE-STATUS              PIC X(1).
           88 CASE-IS-OPEN          VALUE 'O'.
           88 CASE-IS-ESCALATED     VALUE 'E'.
           88 CASE-IS-CLOSED        VALUE 'C'.
           88 CASE-IS-LIVE          VALUES 'O' 'E'.
         02 CSE-OPENED-DATE         PIC 9(8).
         02 CSE-WINDOW-START-DATE   PIC 9(8).
         02 CSE-ITEM-COUNT          PIC 9(5).
         02 CSE-ACCOUNT-COUNT       PIC 9(3).
         02 CSE-FIRST-ACCT-NUMBER   PIC X(8).
         02 CSE-TOTAL-AMOUNT        PIC S9(9)V99 COMP-3.
         02 CSE-OUTFLOW-AMOUNT      PIC S9(9)V99 COMP-3.
         02 CSE-ESCALATED-DATE      PIC 9(8).
         02 CSE-ESCALATED-BY        PIC X(3).
         02 CSE-CLOSED-DATE         PIC 9(8).
         02 CSE-CLOSED-BY           PIC X(3).
         02 CSE-LAST-NOTE-SEQ       PIC 9(4).
