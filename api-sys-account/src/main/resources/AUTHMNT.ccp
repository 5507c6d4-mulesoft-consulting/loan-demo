       01 DFHCOMMAREA.
         02 AUTH-MAINT-IN.
           03 AUTH-REQUEST-TYPE     PIC X(1).
             88 AUTH-REQUEST-LIST     VALUE 'L'.
             88 AUTH-REQUEST-APPROVE  VALUE 'A'.
             88 AUTH-REQUEST-DECLINE  VALUE 'D'.
           03 AUTH-ITEM-KEY-IN      PIC X(20).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 NUMBER-OF-ITEMS       PIC S9(4) COMP.
           03 MORE-ITEMS-IND        PIC X.
             88 MORE-ITEMS-EXIST      VALUE 'Y'.
             88 NO-MORE-ITEMS         VALUE 'N'.
           03 NEXT-ITEM-KEY         PIC X(20).
           03 ITEM-DETAILS OCCURS 0 TO 20 TIMES
                 DEPENDING ON NUMBER-OF-ITEMS.
             04 ITEM-KEY-OUT           PIC X(20).
             04 ITEM-SOURCE-PROGRAM    PIC X(8).
             04 ITEM-TXN-CODE          PIC X(3).
             04 ITEM-ACTION            PIC X(1).
             04 ITEM-CUST-NO           PIC X(8).
             04 ITEM-ACCT-NUMBER       PIC X(8).
             04 ITEM-AMOUNT            PIC S9(7)V99 COMP-3.
             04 ITEM-MAKER-OPERATOR-ID PIC X(3).
             04 ITEM-LAST-REJECT-STATUS PIC X(4).
