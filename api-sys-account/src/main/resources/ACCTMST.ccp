         02 OD-LIMIT-EXPIRY-DATE    PIC 9(8).
         02 OD-RATE-CODE            PIC X(3).
         02 UNCLEARED-FUNDS         PIC S9(7)V99 COMP-3.
         02 DORMANCY-WARNING-DATE   PIC 9(8).
         02 DORMANT-DATE            PIC 9(8).
         02 REACTIVATION-DATE       PIC 9(8).
         02 PRODUCT-CODE            PIC X(3).
