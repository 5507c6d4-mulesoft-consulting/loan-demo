             88 MORE-ACCOUNTS-EXIST VALUE 'Y'.
             88 NO-MORE-ACCOUNTS    VALUE 'N'.
           03 NEXT-ACCT-NUMBER   PIC X(8).
           03 ACCOUNT-DETAILS OCCURS 50 TIMES.
             04 ACCT-NUMBER     PIC X(8).
             04 BALANCE         PIC S9(7)V99 COMP-3.
             04 OVERDRAFT       PIC S9(7)V99 COMP-3.
             04 AVAILABLE-BALANCE PIC S9(7)V99 COMP-3.
         02 LINKED-ACCOUNT-DATA.
           03 START-LINKED-IND   PIC X.
             88 START-IN-LINKED-ACCOUNTS VALUE 'Y'.
           03 NEXT-LINKED-IND    PIC X.
             88 NEXT-IN-LINKED-ACCOUNTS VALUE 'Y'.
           03 ACCT-PARTY-ROLE    OCCURS 50 TIMES PIC X(1).
