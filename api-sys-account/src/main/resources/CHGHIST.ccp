       01 SERVICE-CHARGE-RECORD.
         02 CHG-KEY.
           03 CHG-ACCT-NUMBER       PIC X(8).
           03 CHG-MONTH             PIC 9(6).
         02 CHG-CUST-NO             PIC X(8).
         02 CHG-PRODUCT-CODE        PIC X(3).
         02 CHG-RUN-DATE            PIC 9(8).
         02 CHG-MAINTENANCE-FEE     PIC S9(5)V99 COMP-3.
         02 CHG-ITEM-COUNT          PIC 9(5).
         02 CHG-ITEM-CHARGES        PIC S9(5)V99 COMP-3.
         02 CHG-AVERAGE-BALANCE     PIC S9(7)V99 COMP-3.
         02 CHG-MIN-BALANCE         PIC S9(7)V99 COMP-3.
         02 CHG-WAIVED-AMOUNT       PIC S9(5)V99 COMP-3.
         02 CHG-CHARGED-AMOUNT      PIC S9(5)V99 COMP-3.
         02 CHG-STATUS              PIC X(1).
           88 CHARGE-IS-POSTED      VALUE 'P'.
           88 CHARGE-IS-WAIVED      VALUE 'W'.
           88 CHARGE-IS-NIL         VALUE 'N'.
           88 CHARGE-IS-REFERRED    VALUE 'R'.
           88 CHARGE-IS-REJECTED    VALUE 'X'.
         02 CHG-RETURN-STATUS       PIC X(4).
