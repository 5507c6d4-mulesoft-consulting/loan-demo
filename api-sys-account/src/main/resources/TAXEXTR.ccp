       01 TAX-EXTRACT-RECORD.
         02 TAX-RECORD-TYPE          PIC X(1).
           88 TAX-IS-HEADER          VALUE 'H'.
           88 TAX-IS-DETAIL          VALUE 'D'.
           88 TAX-IS-TRAILER         VALUE 'T'.
         02 TAX-DETAIL.
           03 TAX-CUST-NO            PIC X(8).
           03 TAX-CUST-NAME          PIC X(30).
           03 TAX-ADDR-LINE-1        PIC X(30).
           03 TAX-ADDR-LINE-2        PIC X(30).
           03 TAX-ADDR-LINE-3        PIC X(30).
           03 TAX-POSTCODE           PIC X(8).
           03 TAX-CUST-STATUS        PIC X(1).
           03 TAX-ACCOUNT-COUNT      PIC 9(3).
           03 TAX-INTEREST-PAID      PIC S9(9)V99.
           03 TAX-OD-INTEREST-CHARGED PIC S9(9)V99.
         02 TAX-HEADER REDEFINES TAX-DETAIL.
           03 TAX-HDR-TAX-YEAR       PIC 9(4).
           03 TAX-HDR-YEAR-START     PIC 9(8).
           03 TAX-HDR-YEAR-END       PIC 9(8).
           03 TAX-HDR-RUN-DATE       PIC 9(8).
           03 FILLER                 PIC X(134).
         02 TAX-TRAILER REDEFINES TAX-DETAIL.
           03 TAX-TRL-RECORD-COUNT   PIC 9(7).
           03 TAX-TRL-TOTAL-PAID     PIC S9(11)V99.
           03 TAX-TRL-TOTAL-OD-CHARGED PIC S9(11)V99.
           03 FILLER                 PIC X(129).
