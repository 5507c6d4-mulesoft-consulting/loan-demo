       01 ACCOUNT-PARTY-RECORD.
         02 PTY-KEY.
           03 PTY-ACCT-NUMBER        PIC X(8).
           03 PTY-CUST-NO            PIC X(8).
         02 PTY-CUST-KEY.
           03 PTY-ALT-CUST-NO        PIC X(8).
           03 PTY-ALT-ACCT-NUMBER    PIC X(8).
         02 PTY-ROLE                PIC X(1).
           88 PARTY-IS-PRIMARY        VALUE 'P'.
           88 PARTY-IS-JOINT          VALUE 'J'.
           88 PARTY-IS-ATTORNEY       VALUE 'A'.
           88 PARTY-IS-SIGNATORY      VALUE 'S'.
           88 PARTY-ROLE-IS-VALID     VALUE 'J' 'A' 'S'.
           88 PARTY-IS-HOLDER         VALUE 'P' 'J'.
           88 PARTY-MAY-CHANGE-STATUS VALUE 'P' 'J' 'A'.
         02 PTY-ADDED-DATE          PIC 9(8).
         02 PTY-ADDED-BY            PIC X(3).
