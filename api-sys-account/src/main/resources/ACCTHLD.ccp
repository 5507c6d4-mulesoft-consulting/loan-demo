           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 PREVIOUS-ACCOUNT-STATUS PIC X(1).
         02 AUTHORIZATION-DATA.
           03 AUTH-ITEM-KEY         PIC X(20).
