       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREAC.

      *    Reactivates a dormant account ('D') back to open - the
      *    controlled path that replaces keying it back to 'O'
      *    through ACCTHLD, which now refuses that. The customer
      *    must pass the CUSTCHK check digit and be active on
      *    CUSTMSTR, and must be the account's primary holder or a
      *    joint holder or attorney linked on ACCTPTY, as for any
      *    status change. Identity is confirmed by the name and
      *    postcode the branch keys from the customer's documents in
      *    ID-CUST-NAME and ID-POSTCODE, which must match CUSTMSTR
      *    exactly; a mismatch is refused with 4103 and nothing is
      *    changed.
      *
      *    Reactivation stamps REACTIVATION-DATE with the online
      *    business date and clears DORMANCY-WARNING-DATE, so the
      *    DORMSWP sweep starts the account's idle period again
      *    from today, and is journaled to ACCTAUD with the status
      *    before and after and the operator and terminal that did
      *    it. The master rewrite and the journal entry are one unit
      *    of work: if either fails, both are backed out with
      *    SYNCPOINT ROLLBACK and 4105 is returned. An account
      *    frozen while dormant is put back to dormant through
      *    ACCTHLD first.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-STATUS-BEFORE           PIC X(1).
       01 WS-PARTY-CHECK             PIC X(1).
           88 PARTY-IS-AUTHORIZED    VALUE 'Y'.
           88 PARTY-IS-NOT-LINKED    VALUE 'N'.
           88 PARTY-IS-SIGNATORY-ONLY VALUE 'S'.
       01 WS-UPDATE-FAILED           PIC X VALUE 'N'.
           88 REACTIVATION-FAILED    VALUE 'Y'.
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.
           COPY ACCTREAC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO DORMANT-SINCE-DATE
           MOVE 0 TO ACCOUNT-BALANCE

           IF CUST-NO-BASE OF ACCOUNT-REACTIVATE-IN
                   IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
               CALL 'CUSTCHK'
                   USING CUST-NO-BASE OF ACCOUNT-REACTIVATE-IN
                         CUST-NO-CHECK-DIGIT OF ACCOUNT-REACTIVATE-IN
                         CUSTCHK-RESPONSE
           END-IF

           IF CUSTCHK-IS-INVALID
               MOVE '4011' TO RETURN-STATUS
               MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
           ELSE
               PERFORM VERIFY-CUSTOMER
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM CHECK-IDENTITY
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM REACTIVATE-ACCOUNT
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       VERIFY-CUSTOMER.
           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(CUST-NO OF ACCOUNT-REACTIVATE-IN)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4023' TO RETURN-STATUS
               MOVE 'CUSTOMER NOT FOUND' TO RETURN-MSG
           ELSE
               IF NOT CUSTOMER-IS-ACTIVE
                   MOVE '4024' TO RETURN-STATUS
                   MOVE 'CUSTOMER NOT ACTIVE' TO RETURN-MSG
               END-IF
           END-IF.

      *    Blank identity fields never match, even against a blank
      *    postcode on file.
       CHECK-IDENTITY.
           IF ID-CUST-NAME = SPACES OR ID-CUST-NAME = LOW-VALUES
              OR ID-POSTCODE = SPACES OR ID-POSTCODE = LOW-VALUES
              OR ID-CUST-NAME NOT = CUST-NAME
              OR ID-POSTCODE NOT = CUST-POSTCODE
               MOVE '4103' TO RETURN-STATUS
               MOVE 'IDENTITY NOT CONFIRMED' TO RETURN-MSG
           END-IF.

       REACTIVATE-ACCOUNT.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(ACCT-NUMBER OF ACCOUNT-REACTIVATE-IN)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4004' TO RETURN-STATUS
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               PERFORM CHECK-ACCOUNT-PARTY
               EVALUATE TRUE
                   WHEN PARTY-IS-NOT-LINKED
                       MOVE '4005' TO RETURN-STATUS
                       MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                           TO RETURN-MSG
                   WHEN PARTY-IS-SIGNATORY-ONLY
                       MOVE '4071' TO RETURN-STATUS
                       MOVE 'SIGNATORY MAY NOT CHANGE STATUS'
                           TO RETURN-MSG
                   WHEN ACCOUNT-IS-CLOSED OF ACCOUNT-MASTER-RECORD
                       MOVE '4009' TO RETURN-STATUS
                       MOVE 'ACCOUNT ALREADY CLOSED' TO RETURN-MSG
                   WHEN NOT ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD
                       MOVE '4104' TO RETURN-STATUS
                       MOVE 'ACCOUNT IS NOT DORMANT' TO RETURN-MSG
                   WHEN OTHER
                       PERFORM REWRITE-REACTIVATED-ACCOUNT
               END-EVALUATE
           END-IF.

      *    The account's own CUST-NO is its primary holder. A joint
      *    holder or an attorney linked on ACCTPTY may reactivate it
      *    as well; a signatory only transacts.
       CHECK-ACCOUNT-PARTY.
           IF CUST-NO OF ACCOUNT-MASTER-RECORD
                   = CUST-NO OF ACCOUNT-REACTIVATE-IN
               SET PARTY-IS-AUTHORIZED TO TRUE
           ELSE
               MOVE ACCT-NUMBER OF ACCOUNT-REACTIVATE-IN
                   TO PTY-ACCT-NUMBER
               MOVE CUST-NO OF ACCOUNT-REACTIVATE-IN TO PTY-CUST-NO

               EXEC CICS READ
                   FILE('ACCTPTY')
                   INTO(ACCOUNT-PARTY-RECORD)
                   RIDFLD(PTY-KEY)
                   RESP(WS-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       SET PARTY-IS-NOT-LINKED TO TRUE
                   WHEN PARTY-MAY-CHANGE-STATUS
                       SET PARTY-IS-AUTHORIZED TO TRUE
                   WHEN OTHER
                       SET PARTY-IS-SIGNATORY-ONLY TO TRUE
               END-EVALUATE
           END-IF.

       REWRITE-REACTIVATED-ACCOUNT.
           MOVE ACCOUNT-STATUS TO WS-STATUS-BEFORE
           MOVE DORMANT-DATE OF ACCOUNT-MASTER-RECORD
               TO DORMANT-SINCE-DATE
           SET ACCOUNT-IS-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE
               TO REACTIVATION-DATE OF ACCOUNT-MASTER-RECORD
           MOVE 0 TO DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD

           EXEC CICS REWRITE
               FILE('ACCTMSTR')
               FROM(ACCOUNT-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-UPDATE-FAILED
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-UPDATE-FAILED
               END-IF
           END-IF

           IF REACTIVATION-FAILED
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE '4105' TO RETURN-STATUS
               MOVE 'REACTIVATION FAILED - ROLLED BACK' TO RETURN-MSG
               MOVE 0 TO DORMANT-SINCE-DATE
           ELSE
               EXEC CICS SYNCPOINT
               END-EXEC
               MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO ACCOUNT-BALANCE
               MOVE '0000' TO RETURN-STATUS
               MOVE 'ACCOUNT REACTIVATED OK' TO RETURN-MSG
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTREAC' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-REACTIVATE-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-REACTIVATE-IN TO AUD-ACCT-NUMBER
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-BEFORE
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-AFTER
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO AUD-OVERDRAFT-BEFORE
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO AUD-OVERDRAFT-AFTER
           MOVE WS-STATUS-BEFORE TO AUD-STATUS-BEFORE
           MOVE ACCOUNT-STATUS TO AUD-STATUS-AFTER
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD
               TO AUD-OD-LIMIT-BEFORE
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD
               TO AUD-OD-LIMIT-AFTER

           EXEC CICS WRITE
               FILE('ACCTAUD')
               FROM(ACCOUNT-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC.

      *    Business dates are stamped from the online business date -
      *    RUN-CHECKPOINT-KEY of the ONLNDATE control record, which
      *    ONLCUT rolls on to the next business day at cutover.
      *    Without the record the system date is used.
       GET-ONLINE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           MOVE 'ONLNDATE' TO WS-RUNCTL-PROGRAM
           MOVE 0 TO WS-RUNCTL-DATE

           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND RUN-CHECKPOINT-KEY IS NUMERIC
               MOVE RUN-CHECKPOINT-KEY TO WS-BUSINESS-DATE
           END-IF.
