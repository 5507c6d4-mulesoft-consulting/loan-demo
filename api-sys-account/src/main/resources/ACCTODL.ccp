           03 RETURN-MSG            PIC X(45).
           03 PREVIOUS-OD-LIMIT     PIC S9(7)V99 COMP-3.
           03 PREVIOUS-OD-EXPIRY    PIC 9(8).
         02 AUTHORIZATION-DATA.
           03 AUTH-ITEM-KEY         PIC X(20).
