       01 PRODUCT-RECORD.
         02 PRD-CODE                PIC X(3).
         02 PRD-DESCRIPTION         PIC X(30).
         02 PRD-STATUS              PIC X(1).
           88 PRODUCT-IS-ACTIVE     VALUE 'A'.
           88 PRODUCT-IS-WITHDRAWN  VALUE 'W'.
           88 PRD-STATUS-IS-VALID   VALUES 'A' 'W'.
         02 PRD-OD-RATE-CODE        PIC X(3).
         02 PRD-CREDIT-RATE-CODE    PIC X(3).
         02 PRD-MONTHLY-FEE         PIC S9(5)V99 COMP-3.
         02 PRD-MIN-BALANCE         PIC S9(7)V99 COMP-3.
         02 PRD-ITEM-CHARGES.
           03 PRD-ITEM-ENTRY        OCCURS 6 TIMES.
             04 PRD-ITEM-TXN-CODE   PIC X(3).
             04 PRD-ITEM-CHARGE     PIC S9(3)V99 COMP-3.
