       01 DFHCOMMAREA.
         02 PARTY-MAINT-IN.
           03 PTY-REQUEST-TYPE      PIC X(1).
             88 PTY-REQUEST-ADD       VALUE 'A'.
             88 PTY-REQUEST-AMEND     VALUE 'M'.
             88 PTY-REQUEST-DELETE    VALUE 'D'.
             88 PTY-REQUEST-INQUIRY   VALUE 'I'.
           03 CUST-NO-IN.
             04 CUST-NO-IN-BASE        PIC 9(7).
             04 CUST-NO-IN-CHECK-DIGIT PIC 9(1).
           03 ACCT-NUMBER-IN        PIC X(8).
           03 PARTY-ROLE-IN         PIC X(1).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 NUMBER-OF-PARTIES     PIC S9(4) COMP.
           03 MORE-PARTIES-IND      PIC X.
             88 MORE-PARTIES-EXIST    VALUE 'Y'.
             88 NO-MORE-PARTIES       VALUE 'N'.
           03 PARTY-DETAILS OCCURS 0 TO 20 TIMES
                 DEPENDING ON NUMBER-OF-PARTIES.
             04 PARTY-CUST-NO       PIC X(8).
             04 PARTY-ROLE          PIC X(1).
             04 PARTY-CUST-STATUS   PIC X(1).
