      *    rule cannot do. A closed account cannot be placed on hold,
      *    and the status actually being changed is the only thing
      *    this program touches - balances are left exactly as found.
      *    The primary holder, a joint holder or an attorney linked
      *    on ACCTPTY may ask for the change; a signatory may not.
      *    Every change is journaled to ACCTAUD with the operator and
      *    terminal that made it and the status before and after, the
      *    same trail a balance change leaves.
      *
      *    Releasing a freeze - any change away from 'F' - on an
      *    account whose balance (either way) is above the AUTHTHR
      *    threshold for code 'HLD' action 'R' is referred rather
      *    than applied: it goes to the AUTHPND pending-authorization
      *    file with the maker's operator, terminal and the full
      *    request and is returned with 4072 and the item's key in
      *    AUTH-ITEM-KEY, as ACCTPST refers a large posting. AUTHMNT
      *    LINKs back with the key once a supervisor other than the
      *    maker approves it, and the ACCTAUD entry then names both.
      *
      *    A dormant account is not opened up again here: moving it
      *    to open or debit-hold is refused with 4102, as is doing so
      *    for an account frozen while it was dormant (DORMANT-DATE
      *    later than any REACTIVATION-DATE). Reactivation goes
      *    through ACCTREAC, which confirms the customer's identity
      *    first. Freezing a dormant account, and putting a frozen
      *    one back to dormant, are still done here. Setting an
      *    account dormant by hand stamps DORMANT-DATE as the
      *    DORMSWP sweep does, so it shows on the dormant ledger
      *    from that date; a frozen dormant account put back to
      *    dormant keeps the date it first went dormant.

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
       01 WS-AUTH-ITEM-SW            PIC X VALUE 'N'.
           88 APPLYING-AUTHORIZED-ITEM VALUE 'Y'.
       01 WS-REFER-SW                PIC X VALUE 'N'.
           88 ITEM-NEEDS-AUTHORIZATION VALUE 'Y'.
       01 WS-AUTH-AMOUNT             PIC S9(7)V99 COMP-3.
       01 WS-AUTH-TIMESTAMP          PIC X(21).
       01 WS-MAKER-OPERATOR-ID       PIC X(3).
       01 WS-MAKER-TERMINAL-ID       PIC X(4).
       01 WS-CHECKER-OPERATOR-ID     PIC X(3).
       01 WS-CHECKER-TERMINAL-ID     PIC X(4).
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY ACCTPTY.
           COPY AUTHTHR.
           COPY AUTHPND.
           COPY CUSTCHK.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACE TO PREVIOUS-ACCOUNT-STATUS
           MOVE 'N' TO WS-AUTH-ITEM-SW
           MOVE EIBOPID TO WS-MAKER-OPERATOR-ID
           MOVE EIBTRMID TO WS-MAKER-TERMINAL-ID
           MOVE SPACES TO WS-CHECKER-OPERATOR-ID
           MOVE SPACES TO WS-CHECKER-TERMINAL-ID

           IF CUST-NO-BASE OF ACCOUNT-HOLD-IN IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
               PERFORM VERIFY-CUSTOMER
           END-IF

           IF RETURN-STATUS = '0000'
              AND AUTH-ITEM-KEY NOT = SPACES
              AND AUTH-ITEM-KEY NOT = LOW-VALUES
               PERFORM CLAIM-AUTHORIZED-ITEM
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM CHANGE-ACCOUNT-STATUS
           END-IF
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
                       WHEN ACCOUNT-STATUS = NEW-ACCOUNT-STATUS
                           MOVE '4037' TO RETURN-STATUS
                           MOVE 'STATUS ALREADY SET' TO RETURN-MSG
                       WHEN (NEW-ACCOUNT-STATUS = 'O'
                             OR NEW-ACCOUNT-STATUS = 'H')
                        AND (ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD
                             OR DORMANT-DATE OF ACCOUNT-MASTER-RECORD
                              > REACTIVATION-DATE
                                OF ACCOUNT-MASTER-RECORD)
                           MOVE '4102' TO RETURN-STATUS
                           MOVE 'DORMANT ACCOUNT - USE REACTIVATION'
                               TO RETURN-MSG
                       WHEN OTHER
                           PERFORM CHECK-AUTHORIZATION-LIMIT
                           IF ITEM-NEEDS-AUTHORIZATION
                               PERFORM REFER-FOR-AUTHORIZATION
                           ELSE
                               PERFORM REWRITE-NEW-STATUS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *    The account's own CUST-NO is its primary holder. A joint
      *    holder or an attorney linked on ACCTPTY may change the
      *    status as well; a signatory only transacts.
       CHECK-ACCOUNT-PARTY.
           IF CUST-NO OF ACCOUNT-MASTER-RECORD
                   = CUST-NO OF ACCOUNT-HOLD-IN
               SET PARTY-IS-AUTHORIZED TO TRUE
           ELSE
               MOVE ACCT-NUMBER OF ACCOUNT-HOLD-IN TO PTY-ACCT-NUMBER
               MOVE CUST-NO OF ACCOUNT-HOLD-IN TO PTY-CUST-NO

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

      *    An item AUTHMNT has approved comes back with its AUTHPND
      *    key and is claimed - released to approved - in this unit
      *    of work, so the same key can never be applied twice.
       CLAIM-AUTHORIZED-ITEM.
           MOVE AUTH-ITEM-KEY TO PND-KEY

           EXEC CICS READ
               FILE('AUTHPND')
               INTO(AUTH-PENDING-RECORD)
               RIDFLD(PND-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT ITEM-IS-RELEASED
              OR PND-SOURCE-PROGRAM NOT = 'ACCTHLD'
              OR PND-CHECKER-OPERATOR-ID NOT = EIBOPID
              OR PND-MAKER-OPERATOR-ID = EIBOPID
              OR PND-REQUEST-DATA NOT = ACCOUNT-HOLD-IN
               MOVE '4073' TO RETURN-STATUS
               MOVE 'AUTHORIZATION NOT VALID' TO RETURN-MSG
           ELSE
               SET ITEM-IS-APPROVED TO TRUE

               EXEC CICS REWRITE
                   FILE('AUTHPND')
                   FROM(AUTH-PENDING-RECORD)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4073' TO RETURN-STATUS
                   MOVE 'AUTHORIZATION NOT VALID' TO RETURN-MSG
               ELSE
                   MOVE 'Y' TO WS-AUTH-ITEM-SW
                   MOVE PND-MAKER-OPERATOR-ID TO WS-MAKER-OPERATOR-ID
                   MOVE PND-MAKER-TERMINAL-ID TO WS-MAKER-TERMINAL-ID
                   MOVE EIBOPID TO WS-CHECKER-OPERATOR-ID
                   MOVE EIBTRMID TO WS-CHECKER-TERMINAL-ID
               END-IF
           END-IF.

      *    Only a release from frozen is ever referred; the threshold
      *    is measured against the balance the release puts back
      *    within the customer's reach.
       CHECK-AUTHORIZATION-LIMIT.
           MOVE 'N' TO WS-REFER-SW
           IF ACCOUNT-IS-FROZEN OF ACCOUNT-MASTER-RECORD
              AND NOT APPLYING-AUTHORIZED-ITEM
               MOVE 'HLD' TO THR-TXN-CODE
               MOVE 'R' TO THR-ACTION
               IF BALANCE OF ACCOUNT-MASTER-RECORD < 0
                   COMPUTE WS-AUTH-AMOUNT =
                       0 - BALANCE OF ACCOUNT-MASTER-RECORD
               ELSE
                   MOVE BALANCE OF ACCOUNT-MASTER-RECORD
                       TO WS-AUTH-AMOUNT
               END-IF

               EXEC CICS READ
                   FILE('AUTHTHR')
                   INTO(AUTH-THRESHOLD-RECORD)
                   RIDFLD(THR-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                  AND WS-AUTH-AMOUNT > THR-LIMIT-AMOUNT
                   MOVE 'Y' TO WS-REFER-SW
               END-IF
           END-IF.

       REFER-FOR-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO PND-ENTRY-DATE
           MOVE WS-AUTH-TIMESTAMP (9:8) TO PND-ENTRY-TIME
           MOVE EIBTRMID TO PND-MAKER-TERMINAL-ID
           MOVE 'ACCTHLD' TO PND-SOURCE-PROGRAM
           MOVE THR-TXN-CODE TO PND-TXN-CODE
           MOVE THR-ACTION TO PND-ACTION
           MOVE CUST-NO OF ACCOUNT-HOLD-IN TO PND-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-HOLD-IN TO PND-ACCT-NUMBER
           MOVE WS-AUTH-AMOUNT TO PND-AMOUNT
           SET ITEM-IS-PENDING TO TRUE
           MOVE EIBOPID TO PND-MAKER-OPERATOR-ID
           MOVE SPACES TO PND-CHECKER-OPERATOR-ID
           MOVE SPACES TO PND-CHECKER-TERMINAL-ID
           MOVE 0 TO PND-DECISION-DATE
           MOVE SPACES TO PND-DECISION-TIMESTAMP
           MOVE SPACES TO PND-LAST-REJECT-STATUS
           MOVE ACCOUNT-HOLD-IN TO PND-REQUEST-DATA

           EXEC CICS WRITE
               FILE('AUTHPND')
               FROM(AUTH-PENDING-RECORD)
               RIDFLD(PND-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4074' TO RETURN-STATUS
               MOVE 'AUTHORIZATION REFERRAL FAILED' TO RETURN-MSG
           ELSE
               MOVE PND-KEY TO AUTH-ITEM-KEY
               MOVE '4072' TO RETURN-STATUS
               MOVE 'REFERRED FOR AUTHORIZATION' TO RETURN-MSG
           END-IF.

       REWRITE-NEW-STATUS.
           MOVE ACCOUNT-STATUS TO WS-STATUS-BEFORE
           MOVE ACCOUNT-STATUS TO PREVIOUS-ACCOUNT-STATUS
           MOVE NEW-ACCOUNT-STATUS TO ACCOUNT-STATUS
           IF ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD
              AND DORMANT-DATE OF ACCOUNT-MASTER-RECORD
                  NOT > REACTIVATION-DATE OF ACCOUNT-MASTER-RECORD
               MOVE WS-BUSINESS-DATE
                   TO DORMANT-DATE OF ACCOUNT-MASTER-RECORD
           END-IF

           EXEC CICS REWRITE
               FILE('ACCTMSTR')

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTHLD' TO AUD-SOURCE-PROGRAM
           MOVE WS-MAKER-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-MAKER-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE WS-CHECKER-OPERATOR-ID TO AUD-CHECKER-OPERATOR-ID
           MOVE WS-CHECKER-TERMINAL-ID TO AUD-CHECKER-TERMINAL-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-HOLD-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-HOLD-IN TO AUD-ACCT-NUMBER
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-BEFORE
               FROM(ACCOUNT-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC.

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
