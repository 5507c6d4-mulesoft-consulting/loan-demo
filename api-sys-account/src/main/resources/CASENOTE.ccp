       01 CASE-NOTE-RECORD.
         02 CNT-KEY.
           03 CNT-CUST-NO           PIC X(8).
           03 CNT-CASE-SEQ          PIC 9(4).
           03 CNT-NOTE-SEQ          PIC 9(4).
         02 CNT-NOTE-DATE           PIC 9(8).
         02 CNT-OPERATOR-ID         PIC X(3).
         02 CNT-TERMINAL-ID         PIC X(4).
         02 CNT-ACTION              PIC X(1).
           88 NOTE-IS-ANNOTATION    VALUE 'N'.
           88 NOTE-IS-ESCALATION    VALUE 'E'.
           88 NOTE-IS-CLOSURE       VALUE 'C'.
         02 CNT-TEXT                PIC X(60).
