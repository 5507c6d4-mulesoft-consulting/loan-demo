      *    Both customer numbers must pass the CUSTCHK check digit and
      *    be active on CUSTMSTR, and both accounts must exist, belong
      *    to the stated customers and not be closed - the same gate
      *    ACCTODL applies before it touches a facility, except that a
      *    customer linked to an account on ACCTPTY may set up orders
      *    on it, since ACCTXFR will honour the link when the order
      *    runs. Amending an
      *    order also clears its retry count and re-activates it, so
      *    the branch reinstates a suspended order by amending it once
      *    the underlying problem (usually funds) is resolved. Cancel
      *    marks the order rather than deleting it, so the morning
      *    failed-payments report can still show what happened to it.
      *
      *    An order may instead pay a beneficiary at another bank:
      *    one naming a beneficiary bank code carries no to-customer
      *    or to-account, must name the beneficiary's account number
      *    and name (4092 otherwise), and SORDEXEC pays it through
      *    OUTPAY, which parks it for the night's outbound clearing
      *    file instead of crediting an account here. The from side
      *    is gated exactly as for a transfer.

       ENVIRONMENT DIVISION.

           02 WS-DUE-MONTH           PIC 9(2).
           02 WS-DUE-DAY             PIC 9(2).
       01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE-WORK PIC 9(8).
       01 WS-PARTY-CUST-NO           PIC X(8).
       01 WS-PARTY-OK                PIC X VALUE 'N'.
           88 PARTY-IS-LINKED        VALUE 'Y'.
       01 WS-EXTERNAL-ORDER          PIC X VALUE 'N'.
           88 ORDER-PAYS-EXTERNAL    VALUE 'Y'.
           COPY STNDORD.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.
           GOBACK.

       VALIDATE-ORDER-DETAILS.
           MOVE 'N' TO WS-EXTERNAL-ORDER
           IF SO-BENE-BANK-CODE-IN NOT = SPACES
              AND SO-BENE-BANK-CODE-IN NOT = LOW-VALUES
               MOVE 'Y' TO WS-EXTERNAL-ORDER
           END-IF

           IF FROM-CUST-NO-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
                                    CUSTCHK-RESPONSE
           END-IF

           IF CUSTCHK-IS-VALID AND NOT ORDER-PAYS-EXTERNAL
               IF TO-CUST-NO-BASE IS NOT NUMERIC
                   SET CUSTCHK-IS-INVALID TO TRUE
               ELSE
               WHEN CUSTCHK-IS-INVALID
                   MOVE '4011' TO RETURN-STATUS
                   MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
               WHEN ORDER-PAYS-EXTERNAL
                AND (SO-BENE-ACCT-IN = SPACES
                  OR SO-BENE-ACCT-IN = LOW-VALUES
                  OR SO-BENE-NAME-IN = SPACES
                  OR SO-BENE-NAME-IN = LOW-VALUES)
                   MOVE '4092' TO RETURN-STATUS
                   MOVE 'INVALID BENEFICIARY DETAILS' TO RETURN-MSG
               WHEN FROM-ACCT-NUMBER = TO-ACCT-NUMBER
                AND NOT ORDER-PAYS-EXTERNAL
                   MOVE '4018' TO RETURN-STATUS
                   MOVE 'TRANSFER ACCOUNTS MUST DIFFER' TO RETURN-MSG
               WHEN SO-AMOUNT-IN NOT > 0
           IF RETURN-STATUS = '0000'
               PERFORM VERIFY-FROM-CUSTOMER
           END-IF
           IF RETURN-STATUS = '0000' AND NOT ORDER-PAYS-EXTERNAL
               PERFORM VERIFY-TO-CUSTOMER
           END-IF
           IF RETURN-STATUS = '0000'
               PERFORM VERIFY-FROM-ACCOUNT
           END-IF
           IF RETURN-STATUS = '0000' AND NOT ORDER-PAYS-EXTERNAL
               PERFORM VERIFY-TO-ACCOUNT
           END-IF.

               MOVE '4004' TO RETURN-STATUS
               MOVE 'FROM ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE FROM-CUST-NO TO WS-PARTY-CUST-NO
               PERFORM CHECK-ACCOUNT-PARTY
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'FROM ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               MOVE '4004' TO RETURN-STATUS
               MOVE 'TO ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE TO-CUST-NO TO WS-PARTY-CUST-NO
               PERFORM CHECK-ACCOUNT-PARTY
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'TO ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               END-IF
           END-IF.

       CHECK-ACCOUNT-PARTY.
           MOVE 'N' TO WS-PARTY-OK
           IF CUST-NO OF ACCOUNT-MASTER-RECORD = WS-PARTY-CUST-NO
               MOVE 'Y' TO WS-PARTY-OK
           ELSE
               MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
                   TO PTY-ACCT-NUMBER
               MOVE WS-PARTY-CUST-NO TO PTY-CUST-NO

               EXEC CICS READ
                   FILE('ACCTPTY')
                   INTO(ACCOUNT-PARTY-RECORD)
                   RIDFLD(PTY-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PARTY-OK
               END-IF
           END-IF.

       ADD-ORDER.
           MOVE SO-ORDER-ID-IN TO SO-ORDER-ID
           PERFORM MOVE-DETAILS-TO-RECORD
               MOVE SO-STATUS TO SO-STATUS-OUT
               MOVE SO-RETRY-COUNT TO SO-RETRY-COUNT-OUT
               MOVE SO-LAST-FAIL-DATE TO SO-LAST-FAIL-DATE-OUT
               MOVE SO-BENE-BANK-CODE TO SO-BENE-BANK-CODE-OUT
               MOVE SO-BENE-ACCT-NUMBER TO SO-BENE-ACCT-OUT
               MOVE SO-BENE-NAME TO SO-BENE-NAME-OUT
               MOVE '0000' TO RETURN-STATUS
               MOVE 'STANDING ORDER FOUND' TO RETURN-MSG
           END-IF.
      *    SO-DUE-DAY anchors a monthly order to the day of month it
      *    was set up for, so SORDEXEC pays on the 28th of February
      *    and is back on the 31st in March instead of drifting to
      *    the shortest month's day for good. SO-SCHEDULED-DATE starts
      *    at the first due date too; SORDEXEC keeps the schedule on
      *    it while SO-NEXT-DUE-DATE moves off weekends and holidays.
      *    An order to another bank keeps no to-side at all, and one
      *    paying an account here no beneficiary details.
       MOVE-DETAILS-TO-RECORD.
           MOVE FROM-CUST-NO TO SO-FROM-CUST-NO
           MOVE FROM-ACCT-NUMBER TO SO-FROM-ACCT-NUMBER
           IF ORDER-PAYS-EXTERNAL
               MOVE SPACES TO SO-TO-CUST-NO
               MOVE SPACES TO SO-TO-ACCT-NUMBER
               MOVE SO-BENE-BANK-CODE-IN TO SO-BENE-BANK-CODE
               MOVE SO-BENE-ACCT-IN TO SO-BENE-ACCT-NUMBER
               MOVE SO-BENE-NAME-IN TO SO-BENE-NAME
           ELSE
               MOVE TO-CUST-NO TO SO-TO-CUST-NO
               MOVE TO-ACCT-NUMBER TO SO-TO-ACCT-NUMBER
               MOVE SPACES TO SO-BENE-BANK-CODE
               MOVE SPACES TO SO-BENE-ACCT-NUMBER
               MOVE SPACES TO SO-BENE-NAME
           END-IF
           MOVE SO-AMOUNT-IN TO SO-AMOUNT
           MOVE SO-FREQUENCY-IN TO SO-FREQUENCY
           MOVE SO-NARRATIVE-IN TO SO-NARRATIVE
           MOVE SO-NEXT-DUE-DATE-IN TO SO-NEXT-DUE-DATE
           MOVE SO-NEXT-DUE-DATE-IN TO SO-SCHEDULED-DATE
           MOVE SO-NEXT-DUE-DATE-IN TO WS-DUE-DATE-NUM
           MOVE WS-DUE-DAY TO SO-DUE-DAY
           MOVE SO-END-DATE-IN TO SO-END-DATE.
