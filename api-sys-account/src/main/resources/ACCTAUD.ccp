         02 AUD-STATUS-AFTER        PIC X(1).
         02 AUD-OD-LIMIT-BEFORE     PIC S9(7)V99 COMP-3.
         02 AUD-OD-LIMIT-AFTER      PIC S9(7)V99 COMP-3.
         02 AUD-CHECKER-ID.
           03 AUD-CHECKER-OPERATOR-ID PIC X(3).
           03 AUD-CHECKER-TERMINAL-ID PIC X(4).
         02 AUD-PARTY-ROLE-CHANGE.
           03 AUD-PARTY-ROLE-BEFORE  PIC X(1).
           03 AUD-PARTY-ROLE-AFTER   PIC X(1).
