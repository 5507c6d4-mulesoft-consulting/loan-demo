           03 ACCT-NUMBER           PIC X(8).
           03 OPEN-DATE             PIC 9(8).
           03 OPENING-BALANCE       PIC S9(7)V99 COMP-3.
           03 PRODUCT-CODE-IN       PIC X(3).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
