       01 OUTBOUND-REJECT-RECORD.
         02 ORJ-REC-TYPE            PIC X(1).
           88 ORJ-DETAIL-REC        VALUE 'D'.
           88 ORJ-TRAILER-REC       VALUE 'T'.
         02 ORJ-DETAIL-DATA.
           03 ORJ-PAYMENT-REF.
             04 ORJ-REF-ACCT-NUMBER PIC X(8).
             04 ORJ-REF-POSTING-SEQ PIC 9(6).
           03 ORJ-AMOUNT            PIC S9(7)V99.
           03 ORJ-REASON-CODE       PIC X(4).
           03 ORJ-REASON-TEXT       PIC X(26).
         02 ORJ-TRAILER-DATA REDEFINES ORJ-DETAIL-DATA.
           03 ORJ-TRAILER-COUNT     PIC 9(7).
           03 ORJ-TRAILER-AMOUNT    PIC S9(9)V99.
           03 FILLER                PIC X(35).
