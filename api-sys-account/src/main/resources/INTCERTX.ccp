       01 INTEREST-CERTIFICATE-RECORD.
         02 ICX-RECORD-TYPE          PIC X(1).
           88 ICX-IS-CUSTOMER        VALUE 'C'.
           88 ICX-IS-ACCOUNT         VALUE 'A'.
           88 ICX-IS-TOTAL           VALUE 'T'.
         02 ICX-CUST-NO              PIC X(8).
         02 ICX-TAX-YEAR             PIC 9(4).
         02 ICX-CUSTOMER.
           03 ICX-CUST-NAME          PIC X(30).
           03 ICX-ADDR-LINE-1        PIC X(30).
           03 ICX-ADDR-LINE-2        PIC X(30).
           03 ICX-ADDR-LINE-3        PIC X(30).
           03 ICX-POSTCODE           PIC X(8).
           03 ICX-CUST-STATUS        PIC X(1).
         02 ICX-ACCOUNT REDEFINES ICX-CUSTOMER.
           03 ICX-ACCT-NUMBER        PIC X(8).
           03 ICX-CREDIT-INTEREST    PIC S9(9)V99.
           03 ICX-OD-INTEREST        PIC S9(9)V99.
           03 FILLER                 PIC X(99).
         02 ICX-TOTAL REDEFINES ICX-CUSTOMER.
           03 ICX-ACCOUNT-COUNT      PIC 9(3).
           03 ICX-TOTAL-CREDIT-INTEREST PIC S9(9)V99.
           03 ICX-TOTAL-OD-INTEREST  PIC S9(9)V99.
           03 FILLER                 PIC X(104).
