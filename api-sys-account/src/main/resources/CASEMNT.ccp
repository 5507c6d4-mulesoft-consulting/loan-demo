       01 DFHCOMMAREA.
         02 CASE-MAINT-IN.
           03 CASE-REQUEST-TYPE     PIC X(1).
             88 CASE-REQUEST-INQUIRY  VALUE 'I'.
             88 CASE-REQUEST-ANNOTATE VALUE 'N'.
             88 CASE-REQUEST-ESCALATE VALUE 'E'.
             88 CASE-REQUEST-CLOSE    VALUE 'C'.
             88 CASE-REQUEST-LIST     VALUE 'L'.
           03 CASE-CUST-NO-IN.
             04 CASE-CUST-NO-BASE        PIC 9(7).
             04 CASE-CUST-NO-CHECK-DIGIT PIC 9(1).
           03 CASE-SEQ-IN           PIC 9(4).
           03 CASE-NOTE-TEXT-IN     PIC X(60).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 CASE-DETAILS-OUT.
             04 CASE-PATTERN-OUT      PIC X(3).
             04 CASE-STATUS-OUT       PIC X(1).
             04 CASE-OPENED-DATE-OUT  PIC 9(8).
             04 CASE-WINDOW-START-OUT PIC 9(8).
             04 CASE-ITEM-COUNT-OUT   PIC 9(5).
             04 CASE-ACCOUNT-COUNT-OUT PIC 9(3).
             04 CASE-FIRST-ACCT-OUT   PIC X(8).
             04 CASE-TOTAL-AMOUNT-OUT PIC S9(9)V99 COMP-3.
             04 CASE-OUTFLOW-AMOUNT-OUT PIC S9(9)V99 COMP-3.
             04 CASE-ESCALATED-DATE-OUT PIC 9(8).
             04 CASE-ESCALATED-BY-OUT PIC X(3).
             04 CASE-CLOSED-DATE-OUT  PIC 9(8).
             04 CASE-CLOSED-BY-OUT    PIC X(3).
             04 CASE-NOTE-TOTAL-OUT   PIC 9(4).
           03 NUMBER-OF-NOTES       PIC S9(4) COMP.
           03 CASE-NOTES-OUT OCCURS 20 TIMES.
             04 CASE-NOTE-SEQ-OUT     PIC 9(4).
             04 CASE-NOTE-DATE-OUT    PIC 9(8).
             04 CASE-NOTE-OPERATOR-OUT PIC X(3).
             04 CASE-NOTE-ACTION-OUT  PIC X(1).
             04 CASE-NOTE-TEXT-OUT    PIC X(60).
         02 CASE-LIST-DATA.
           03 CASE-LIST-STATUS-IN   PIC X(1).
             88 CASE-LIST-ALL-LIVE    VALUE SPACE.
             88 CASE-LIST-OPEN        VALUE 'O'.
             88 CASE-LIST-ESCALATED   VALUE 'E'.
           03 CASE-LIST-KEY-IN      PIC X(12).
           03 NUMBER-OF-CASES       PIC S9(4) COMP.
           03 MORE-CASES-IND        PIC X.
             88 MORE-CASES-EXIST      VALUE 'Y'.
             88 NO-MORE-CASES         VALUE 'N'.
           03 NEXT-CASE-KEY         PIC X(12).
           03 CASE-LIST-DETAILS OCCURS 20 TIMES.
             04 LIST-CUST-NO-OUT      PIC X(8).
             04 LIST-CASE-SEQ-OUT     PIC 9(4).
             04 LIST-PATTERN-OUT      PIC X(3).
             04 LIST-STATUS-OUT       PIC X(1).
             04 LIST-OPENED-DATE-OUT  PIC 9(8).
             04 LIST-FIRST-ACCT-OUT   PIC X(8).
             04 LIST-TOTAL-AMOUNT-OUT PIC S9(9)V99 COMP-3.
             04 LIST-ESCALATED-DATE-OUT PIC 9(8).
