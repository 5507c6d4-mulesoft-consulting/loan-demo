       01 DFHCOMMAREA.
         02 MANDATE-MAINT-IN.
           03 MND-REQUEST-TYPE      PIC X(1).
             88 MND-REQUEST-ADD       VALUE 'A'.
             88 MND-REQUEST-AMEND     VALUE 'M'.
             88 MND-REQUEST-CANCEL    VALUE 'C'.
             88 MND-REQUEST-INQUIRY   VALUE 'I'.
           03 MND-ORIGINATOR-ID-IN  PIC X(6).
           03 MND-REFERENCE-IN      PIC X(18).
           03 MND-CUST-NO-IN.
             04 MND-CUST-NO-BASE        PIC 9(7).
             04 MND-CUST-NO-CHECK-DIGIT PIC 9(1).
           03 MND-ACCT-NUMBER-IN    PIC X(8).
           03 MND-MAX-AMOUNT-IN     PIC S9(7)V99 COMP-3.
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 MND-DETAILS-OUT.
             04 MND-CUST-NO-OUT       PIC X(8).
             04 MND-ACCT-NUMBER-OUT   PIC X(8).
             04 MND-MAX-AMOUNT-OUT    PIC S9(7)V99 COMP-3.
             04 MND-STATUS-OUT        PIC X(1).
             04 MND-FIRST-COLLECT-OUT PIC 9(8).
             04 MND-LAST-COLLECT-OUT  PIC 9(8).
             04 MND-SETUP-DATE-OUT    PIC 9(8).
             04 MND-CANCEL-DATE-OUT   PIC 9(8).
