       01 PRODUCT-AUDIT-RECORD.
         02 PAUD-TIMESTAMP          PIC X(21).
         02 PAUD-OPERATOR-ID        PIC X(3).
         02 PAUD-TERMINAL-ID        PIC X(4).
         02 PAUD-PRODUCT-CODE       PIC X(3).
         02 PAUD-REQUEST-TYPE       PIC X(1).
         02 PAUD-STATUS-BEFORE      PIC X(1).
         02 PAUD-STATUS-AFTER       PIC X(1).
         02 PAUD-FEE-BEFORE         PIC S9(5)V99 COMP-3.
         02 PAUD-FEE-AFTER          PIC S9(5)V99 COMP-3.
         02 PAUD-MIN-BALANCE-BEFORE PIC S9(7)V99 COMP-3.
         02 PAUD-MIN-BALANCE-AFTER  PIC S9(7)V99 COMP-3.
         02 PAUD-ITEM-CHARGES-AFTER PIC X(36).
