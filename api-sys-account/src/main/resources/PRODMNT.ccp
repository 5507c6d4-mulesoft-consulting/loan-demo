       01 DFHCOMMAREA.
         02 PRODUCT-MAINT-IN.
           03 PRD-REQUEST-TYPE      PIC X(1).
             88 PRD-REQUEST-ADD       VALUE 'A'.
             88 PRD-REQUEST-AMEND     VALUE 'M'.
             88 PRD-REQUEST-INQUIRY   VALUE 'I'.
           03 PRD-CODE-IN           PIC X(3).
           03 PRD-DESCRIPTION-IN    PIC X(30).
           03 PRD-STATUS-IN         PIC X(1).
           03 PRD-OD-RATE-CODE-IN   PIC X(3).
           03 PRD-CREDIT-RATE-CODE-IN PIC X(3).
           03 PRD-MONTHLY-FEE-IN    PIC S9(5)V99 COMP-3.
           03 PRD-MIN-BALANCE-IN    PIC S9(7)V99 COMP-3.
           03 PRD-ITEM-CHARGES-IN.
             04 PRD-ITEM-ENTRY-IN   OCCURS 6 TIMES.
               05 PRD-ITEM-TXN-CODE-IN PIC X(3).
               05 PRD-ITEM-CHARGE-IN   PIC S9(3)V99 COMP-3.
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 PRD-DETAILS-OUT.
             04 PRD-DESCRIPTION-OUT   PIC X(30).
             04 PRD-STATUS-OUT        PIC X(1).
             04 PRD-OD-RATE-CODE-OUT  PIC X(3).
             04 PRD-CREDIT-RATE-CODE-OUT PIC X(3).
             04 PRD-MONTHLY-FEE-OUT   PIC S9(5)V99 COMP-3.
             04 PRD-MIN-BALANCE-OUT   PIC S9(7)V99 COMP-3.
             04 PRD-ITEM-CHARGES-OUT.
               05 PRD-ITEM-ENTRY-OUT  OCCURS 6 TIMES.
                 06 PRD-ITEM-TXN-CODE-OUT PIC X(3).
                 06 PRD-ITEM-CHARGE-OUT   PIC S9(3)V99 COMP-3.
