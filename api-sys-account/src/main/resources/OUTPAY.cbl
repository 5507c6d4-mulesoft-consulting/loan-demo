       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPAY.

      *    Outbound payment to a beneficiary at another bank. Debits
      *    PAY-AMOUNT from the customer's account and parks the item
      *    on the outbound payments file OUTPMT with the beneficiary's
      *    bank code, account number, name and the reference to quote
      *    to them; the nightly OUTCLR step sends every parked item to
      *    the clearing house on the outbound clearing file, and
      *    OUTRTN re-credits any the clearing house sends back.
      *
      *    The debit is held to the rules ACCTXFR applies to its
      *    source leg: the customer active on CUSTMSTR, the account
      *    found and owned by the customer or with the customer
      *    linked as a party on ACCTPTY, open, with no freeze,
      *    dormancy or debit hold, and covered by its available
      *    balance - BALANCE less UNCLEARED-FUNDS. A payment
      *    identical to an outbound payment already on ACCTHST for
      *    the same account and business day (same 'OPY' code, same
      *    amount) is refused 4043 unless the caller sets
      *    PAY-FORCE-DUPLICATE, the same rule ACCTPST applies to a
      *    teller posting, and DUPRPT lists the forced ones.
      *
      *    The master is read under the UPDATE lock, rewritten,
      *    journaled to ACCTAUD, posted to ACCTHST and the OUTPMT
      *    item written as one unit of work ending in an explicit
      *    SYNCPOINT, exactly as ACCTXFR does; any failure in the
      *    write pass backs the whole payment out with SYNCPOINT
      *    ROLLBACK. The item is keyed by the debit posting - the
      *    account and its POSTING-SEQ-NO - which is also returned to
      *    the caller as PAYMENT-REFERENCE for the customer's receipt
      *    and is the reference the clearing house quotes on a
      *    rejection. The standing order executor SORDEXEC LINKs here
      *    for orders to an external beneficiary, naming the order in
      *    PAY-NARRATIVE and PAY-ORDER-ID. POSTING-DESC is always
      *    'OPY ' followed by the narrative - the beneficiary's name
      *    after 'TO' when PAY-NARRATIVE is blank - the same code-first
      *    form ACCTPST writes, so the duplicate check, CASHMON and
      *    SVCCHG see a standing-order payment like any other.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-BALANCE-BEFORE          PIC S9(7)V99 COMP-3.
       01 WS-PAYMENT-FAILED          PIC X VALUE 'N'.
           88 PAYMENT-HAS-FAILED     VALUE 'Y'.
       01 WS-PARTY-OK                PIC X VALUE 'N'.
           88 PARTY-IS-LINKED        VALUE 'Y'.
       01 WS-DUP-FOUND               PIC X VALUE 'N'.
           88 DUPLICATE-WAS-FOUND    VALUE 'Y'.
       01 WS-HIST-BROWSE-DONE        PIC X VALUE 'N'.
           88 HIST-BROWSE-IS-DONE    VALUE 'Y'.
       01 WS-HIST-BROWSE-KEY.
           02 WS-HIST-BROWSE-ACCT    PIC X(8).
           02 WS-HIST-BROWSE-SEQ     PIC 9(6).
       01 WS-DEBIT-AMOUNT            PIC S9(7)V99 COMP-3.
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY ACCTHST.
           COPY ACCTPTY.
           COPY OUTPMT.
           COPY CUSTCHK.

       LINKAGE SECTION.
           COPY OUTPAY.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO PAY-NEW-BALANCE
           MOVE SPACES TO PAY-REF-ACCT-NUMBER
           MOVE 0 TO PAY-REF-POSTING-SEQ
           MOVE 'N' TO WS-PAYMENT-FAILED

           PERFORM VALIDATE-PAYMENT-REQUEST

           IF RETURN-STATUS = '0000'
               PERFORM VERIFY-CUSTOMER
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM APPLY-PAYMENT

               IF PAYMENT-HAS-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   IF RETURN-STATUS = '0000'
                       MOVE '4093' TO RETURN-STATUS
                       MOVE 'PAYMENT FAILED - ROLLED BACK'
                           TO RETURN-MSG
                   END-IF
                   MOVE 0 TO PAY-NEW-BALANCE
                   MOVE SPACES TO PAY-REF-ACCT-NUMBER
                   MOVE 0 TO PAY-REF-POSTING-SEQ
               ELSE
                   IF RETURN-STATUS = '0000'
                       EXEC CICS SYNCPOINT
                       END-EXEC
                       MOVE 'PAYMENT ACCEPTED OK' TO RETURN-MSG
                   END-IF
               END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       VALIDATE-PAYMENT-REQUEST.
           IF PAY-CUST-NO-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
               CALL 'CUSTCHK' USING PAY-CUST-NO-BASE
                                    PAY-CUST-NO-CHECK-DIGIT
                                    CUSTCHK-RESPONSE
           END-IF

           EVALUATE TRUE
               WHEN CUSTCHK-IS-INVALID
                   MOVE '4011' TO RETURN-STATUS
                   MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
               WHEN PAY-AMOUNT IS NOT NUMERIC
                 OR PAY-AMOUNT NOT > 0
                   MOVE '4031' TO RETURN-STATUS
                   MOVE 'INVALID POSTING AMOUNT' TO RETURN-MSG
               WHEN PAY-BENE-BANK-CODE = SPACES
                 OR PAY-BENE-BANK-CODE = LOW-VALUES
                 OR PAY-BENE-ACCT-NUMBER = SPACES
                 OR PAY-BENE-ACCT-NUMBER = LOW-VALUES
                 OR PAY-BENE-NAME = SPACES
                 OR PAY-BENE-NAME = LOW-VALUES
                   MOVE '4092' TO RETURN-STATUS
                   MOVE 'INVALID BENEFICIARY DETAILS' TO RETURN-MSG
           END-EVALUATE.

       VERIFY-CUSTOMER.
           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(PAY-CUST-NO)
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

       APPLY-PAYMENT.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(PAY-ACCT-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4004' TO RETURN-STATUS
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               PERFORM CHECK-ACCOUNT-PARTY
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               ELSE
                   EVALUATE TRUE
                       WHEN ACCOUNT-IS-FROZEN OF ACCOUNT-MASTER-RECORD
                           MOVE '4033' TO RETURN-STATUS
                           MOVE 'ACCOUNT IS FROZEN - NO POSTINGS'
                               TO RETURN-MSG
                       WHEN ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD
                           MOVE '4034' TO RETURN-STATUS
                           MOVE 'ACCOUNT IS DORMANT' TO RETURN-MSG
                       WHEN ACCOUNT-HAS-DEBIT-HOLD
                               OF ACCOUNT-MASTER-RECORD
                           MOVE '4035' TO RETURN-STATUS
                           MOVE 'ACCOUNT HAS DEBIT HOLD'
                               TO RETURN-MSG
                       WHEN NOT ACCOUNT-IS-OPEN
                               OF ACCOUNT-MASTER-RECORD
                           MOVE '4020' TO RETURN-STATUS
                           MOVE 'ACCOUNT IS NOT OPEN' TO RETURN-MSG
                       WHEN BALANCE OF ACCOUNT-MASTER-RECORD
                               - UNCLEARED-FUNDS < PAY-AMOUNT
                           MOVE '4021' TO RETURN-STATUS
                           MOVE 'INSUFFICIENT FUNDS FOR POSTING'
                               TO RETURN-MSG
                       WHEN OTHER
                           PERFORM CHECK-SAME-DAY-DUPLICATE
                           IF DUPLICATE-WAS-FOUND
                              AND NOT PAY-FORCE-DUPLICATE
                               MOVE '4043' TO RETURN-STATUS
                               MOVE 'DUPLICATE POSTING SAME DAY'
                                   TO RETURN-MSG
                           ELSE
                               PERFORM UPDATE-MASTER-AND-PARK
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *    The account's own CUST-NO is its primary holder; any other
      *    customer must be linked to the account on ACCTPTY. Any
      *    party may pay out of an account, as with ACCTXFR.
       CHECK-ACCOUNT-PARTY.
           MOVE 'N' TO WS-PARTY-OK
           IF CUST-NO OF ACCOUNT-MASTER-RECORD = PAY-CUST-NO
               MOVE 'Y' TO WS-PARTY-OK
           ELSE
               MOVE PAY-ACCT-NUMBER TO PTY-ACCT-NUMBER
               MOVE PAY-CUST-NO TO PTY-CUST-NO

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

      *    The same backward browse of the day's postings ACCTPST
      *    makes, from the master's LAST-POSTING-SEQ under the
      *    UPDATE lock: a duplicate is an 'OPY' posting (POSTING-DESC
      *    starting 'OPY ', whatever the narrative) for the same
      *    amount.
       CHECK-SAME-DAY-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-HIST-BROWSE-DONE
           MOVE PAY-ACCT-NUMBER TO WS-HIST-BROWSE-ACCT
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO WS-HIST-BROWSE-SEQ
           COMPUTE WS-DEBIT-AMOUNT = 0 - PAY-AMOUNT

           EXEC CICS STARTBR
               FILE('ACCTHST')
               RIDFLD(WS-HIST-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-HIST-BROWSE-DONE
           ELSE
               PERFORM READ-PREV-DAY-POSTING
                   UNTIL HIST-BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTHST')
               END-EXEC
           END-IF.

      *    The first READPREV can return a record beyond this
      *    account when the GTEQ start positioned past it; anything
      *    keyed higher is skipped and the scan carries on
      *    backwards into the account's own postings.
       READ-PREV-DAY-POSTING.
           EXEC CICS READPREV
               FILE('ACCTHST')
               INTO(ACCOUNT-HISTORY-RECORD)
               RIDFLD(WS-HIST-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
                       > PAY-ACCT-NUMBER
                   CONTINUE
               WHEN ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
                       < PAY-ACCT-NUMBER
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                       NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                       = WS-DEBIT-AMOUNT
                AND POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:4)
                       = 'OPY '
                   MOVE 'Y' TO WS-DUP-FOUND
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
           END-EVALUATE.

       UPDATE-MASTER-AND-PARK.
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO WS-BALANCE-BEFORE
           SUBTRACT PAY-AMOUNT FROM BALANCE OF ACCOUNT-MASTER-RECORD
           ADD 1 TO LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD

           EXEC CICS REWRITE
               FILE('ACCTMSTR')
               FROM(ACCOUNT-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAYMENT-FAILED
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-HISTORY-POSTING
               IF NOT PAYMENT-HAS-FAILED
                   PERFORM WRITE-OUTBOUND-ITEM
               END-IF

               IF NOT PAYMENT-HAS-FAILED
                   MOVE BALANCE OF ACCOUNT-MASTER-RECORD
                       TO PAY-NEW-BALANCE
                   MOVE PAY-ACCT-NUMBER TO PAY-REF-ACCT-NUMBER
                   MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
                       TO PAY-REF-POSTING-SEQ
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'OUTPAY' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE PAY-CUST-NO TO AUD-CUST-NO
           MOVE PAY-ACCT-NUMBER TO AUD-ACCT-NUMBER
           MOVE WS-BALANCE-BEFORE TO AUD-BALANCE-BEFORE
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-AFTER
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO AUD-OVERDRAFT-BEFORE
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO AUD-OVERDRAFT-AFTER
           MOVE ACCOUNT-STATUS TO AUD-STATUS-BEFORE
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

       WRITE-HISTORY-POSTING.
           MOVE PAY-ACCT-NUMBER
               TO ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE PAY-CUST-NO TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           COMPUTE POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD =
               0 - PAY-AMOUNT
           MOVE SPACES TO POSTING-DESC OF ACCOUNT-HISTORY-RECORD
           IF PAY-NARRATIVE = SPACES
              OR PAY-NARRATIVE = LOW-VALUES
               STRING 'OPY TO ' PAY-BENE-NAME
                   DELIMITED BY SIZE
                   INTO POSTING-DESC OF ACCOUNT-HISTORY-RECORD
           ELSE
               STRING 'OPY ' PAY-NARRATIVE
                   DELIMITED BY SIZE
                   INTO POSTING-DESC OF ACCOUNT-HISTORY-RECORD
           END-IF

           EXEC CICS WRITE
               FILE('ACCTHST')
               FROM(ACCOUNT-HISTORY-RECORD)
               RIDFLD(HIST-KEY OF ACCOUNT-HISTORY-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAYMENT-FAILED
           END-IF.

       WRITE-OUTBOUND-ITEM.
           MOVE PAY-ACCT-NUMBER TO OPY-ACCT-NUMBER
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO OPY-POSTING-SEQ
           MOVE PAY-CUST-NO TO OPY-CUST-NO
           MOVE PAY-AMOUNT TO OPY-AMOUNT
           MOVE PAY-BENE-BANK-CODE TO OPY-BENE-BANK-CODE
           MOVE PAY-BENE-ACCT-NUMBER TO OPY-BENE-ACCT-NUMBER
           MOVE PAY-BENE-NAME TO OPY-BENE-NAME
           MOVE PAY-BENE-REFERENCE TO OPY-BENE-REFERENCE
           MOVE PAY-ORDER-ID TO OPY-ORDER-ID
           MOVE WS-BUSINESS-DATE TO OPY-ENTRY-DATE
           MOVE EIBOPID TO OPY-OPERATOR-ID
           MOVE EIBTRMID TO OPY-TERMINAL-ID
           SET PAYMENT-IS-PENDING TO TRUE
           MOVE 0 TO OPY-SENT-DATE
           MOVE 0 TO OPY-RETURN-DATE
           MOVE SPACES TO OPY-RETURN-REASON
           MOVE 0 TO OPY-RETURN-SEQ

           EXEC CICS WRITE
               FILE('OUTPMT')
               FROM(OUTBOUND-PAYMENT-RECORD)
               RIDFLD(OPY-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAYMENT-FAILED
           END-IF.

      *    Business dates are stamped from the online business date -
      *    RUN-CHECKPOINT-KEY of the ONLNDATE control record, which
      *    ONLCUT rolls on to the next business day when the online
      *    day is cut over - not from the wall clock, so work keyed
      *    in the batch window after midnight lands on the day it
      *    will be processed with. Without the record the system date
      *    is used.
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
