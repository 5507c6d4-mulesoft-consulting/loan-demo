       01 OUTBOUND-RETURN-REPORT-RECORD.
         02 ORR-ITEM-SEQ-NO         PIC 9(7).
         02 ORR-DISPOSITION         PIC X(1).
           88 RETURN-WAS-CREDITED   VALUE 'A'.
           88 RETURN-WAS-REFUSED    VALUE 'R'.
         02 ORR-STATUS              PIC X(4).
         02 ORR-REASON              PIC X(45).
         02 ORR-ACCT-NUMBER         PIC X(8).
         02 ORR-POSTING-SEQ         PIC 9(6).
         02 ORR-CUST-NO             PIC X(8).
         02 ORR-AMOUNT              PIC S9(7)V99.
         02 ORR-CLEARING-REASON     PIC X(4).
         02 ORR-CREDIT-SEQ          PIC 9(6).
