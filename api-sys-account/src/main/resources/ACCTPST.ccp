           03 RETURN-MSG            PIC X(45).
           03 NEW-BALANCE           PIC S9(7)V99 COMP-3.
           03 POSTING-SEQ-NO-OUT    PIC 9(6).
         02 AUTHORIZATION-DATA.
           03 AUTH-ITEM-KEY         PIC X(20).
