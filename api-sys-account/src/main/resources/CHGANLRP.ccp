       01 CHARGE-ANALYSIS-RECORD.
         02 CAN-RECORD-TYPE          PIC X(1).
           88 CAN-IS-DETAIL          VALUE 'D'.
           88 CAN-IS-TRAILER         VALUE 'T'.
         02 CAN-DETAIL.
           03 CAN-CUST-NO            PIC X(8).
           03 CAN-ACCT-NUMBER        PIC X(8).
           03 CAN-PRODUCT-CODE       PIC X(3).
           03 CAN-CHARGE-MONTH       PIC 9(6).
           03 CAN-MAINTENANCE-FEE    PIC S9(5)V99.
           03 CAN-ITEM-COUNT         PIC 9(5).
           03 CAN-ITEM-CHARGES       PIC S9(5)V99.
           03 CAN-AVERAGE-BALANCE    PIC S9(7)V99.
           03 CAN-MIN-BALANCE        PIC S9(7)V99.
           03 CAN-WAIVED-AMOUNT      PIC S9(5)V99.
           03 CAN-CHARGED-AMOUNT     PIC S9(5)V99.
           03 CAN-CHARGE-STATUS      PIC X(1).
           03 CAN-RETURN-STATUS      PIC X(4).
         02 CAN-TRAILER REDEFINES CAN-DETAIL.
           03 CAN-ACCOUNT-COUNT      PIC 9(7).
           03 CAN-POSTED-COUNT       PIC 9(7).
           03 CAN-WAIVED-COUNT       PIC 9(7).
           03 CAN-UNPOSTED-COUNT     PIC 9(7).
           03 CAN-TOTAL-CHARGED      PIC S9(9)V99.
           03 CAN-TOTAL-WAIVED       PIC S9(9)V99.
           03 FILLER                 PIC X(31).
