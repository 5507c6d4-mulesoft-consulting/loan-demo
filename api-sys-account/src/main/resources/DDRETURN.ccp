       01 DIRECT-DEBIT-RETURN-RECORD.
         02 DDR-REC-TYPE            PIC X(1).
           88 DDR-DETAIL-REC        VALUE 'D'.
           88 DDR-TRAILER-REC       VALUE 'T'.
         02 DDR-DETAIL-DATA.
           03 DDR-ORIGINATOR-ID     PIC X(6).
           03 DDR-MANDATE-REF       PIC X(18).
           03 DDR-CUST-NO           PIC X(8).
           03 DDR-ACCT-NUMBER       PIC X(8).
           03 DDR-AMOUNT            PIC S9(7)V99.
           03 DDR-REASON-CODE       PIC X(4).
           03 DDR-BUSINESS-DATE     PIC 9(8).
           03 DDR-ITEM-SEQ-NO       PIC 9(7).
         02 DDR-TRAILER-DATA REDEFINES DDR-DETAIL-DATA.
           03 DDR-TRAILER-COUNT     PIC 9(7).
           03 DDR-TRAILER-AMOUNT    PIC S9(9)V99.
           03 FILLER                PIC X(50).
