       01 OUTBOUND-CLEARING-RECORD.
         02 OCL-REC-TYPE            PIC X(1).
           88 OCL-HEADER-REC        VALUE 'H'.
           88 OCL-DETAIL-REC        VALUE 'D'.
           88 OCL-TRAILER-REC       VALUE 'T'.
         02 OCL-DETAIL-DATA.
           03 OCL-PAYMENT-REF.
             04 OCL-REF-ACCT-NUMBER PIC X(8).
             04 OCL-REF-POSTING-SEQ PIC 9(6).
           03 OCL-BENE-BANK-CODE    PIC X(6).
           03 OCL-BENE-ACCT-NUMBER  PIC X(12).
           03 OCL-BENE-NAME         PIC X(30).
           03 OCL-BENE-REFERENCE    PIC X(18).
           03 OCL-AMOUNT            PIC S9(7)V99.
         02 OCL-HEADER-DATA REDEFINES OCL-DETAIL-DATA.
           03 OCL-HEADER-DATE       PIC 9(8).
           03 FILLER                PIC X(81).
         02 OCL-TRAILER-DATA REDEFINES OCL-DETAIL-DATA.
           03 OCL-TRAILER-COUNT     PIC 9(7).
           03 OCL-TRAILER-AMOUNT    PIC S9(9)V99.
           03 FILLER                PIC X(71).
