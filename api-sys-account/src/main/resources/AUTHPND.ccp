       01 AUTH-PENDING-RECORD.
         02 PND-KEY.
           03 PND-ENTRY-DATE        PIC 9(8).
           03 PND-ENTRY-TIME        PIC 9(8).
           03 PND-MAKER-TERMINAL-ID PIC X(4).
         02 PND-SOURCE-PROGRAM      PIC X(8).
         02 PND-TXN-CODE            PIC X(3).
         02 PND-ACTION              PIC X(1).
         02 PND-CUST-NO             PIC X(8).
         02 PND-ACCT-NUMBER         PIC X(8).
         02 PND-AMOUNT              PIC S9(7)V99 COMP-3.
         02 PND-STATUS              PIC X(1).
           88 ITEM-IS-PENDING       VALUE 'P'.
           88 ITEM-IS-RELEASED      VALUE 'R'.
           88 ITEM-IS-APPROVED      VALUE 'A'.
           88 ITEM-IS-DECLINED      VALUE 'D'.
           88 ITEM-HAS-EXPIRED      VALUE 'X'.
         02 PND-MAKER-OPERATOR-ID   PIC X(3).
         02 PND-CHECKER-OPERATOR-ID PIC X(3).
         02 PND-CHECKER-TERMINAL-ID PIC X(4).
         02 PND-DECISION-DATE       PIC 9(8).
         02 PND-DECISION-TIMESTAMP  PIC X(21).
         02 PND-LAST-REJECT-STATUS  PIC X(4).
         02 PND-REQUEST-DATA        PIC X(60).
