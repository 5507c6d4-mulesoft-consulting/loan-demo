      *    finds there, so concurrent postings serialize instead of
      *    overwriting each other. ACCTUPD remains in place for the
      *    back-office jobs that genuinely need replacement semantics.
      *    The customer keyed need not be the account's primary
      *    holder: any party linked to the account on ACCTPTY (joint
      *    holder, attorney or signatory, maintained through PTYMNT)
      *    may post to it.
      *
      *    Every posting carries a transaction code from the table
      *    below and a free-form narrative; both are carried through
      *    forced duplicate still lands on ACCTHST, where the
      *    morning DUPRPT lists the day's same-day duplicates across
      *    all posting paths for the back office to confirm.
      *
      *    A posting above the AUTHTHR threshold for its transaction
      *    code and direction ('D' debit, 'C' credit) is not applied:
      *    once it has passed every check above it is written to the
      *    AUTHPND pending-authorization file with the keying
      *    operator, terminal and the full request, and returned with
      *    4072 and the item's key in AUTH-ITEM-KEY. A supervisor
      *    approves it through AUTHMNT, which LINKs back here with
      *    that key; the item must then be one AUTHMNT has released
      *    to this program for the calling operator, must not be the
      *    maker's own, and must match the request exactly (4073
      *    otherwise). The approved posting is held to every rule
      *    again against the balance as it then stands, and its
      *    ACCTAUD entry carries the maker as operator and the
      *    supervisor as checker. No threshold record for a code
      *    means postings under it are never referred.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-SUB                     PIC S9(4) COMP.
       01 WS-TXN-CODE-COUNT          PIC S9(4) COMP VALUE 6.
       01 WS-TXN-CODE-VALUES.
       01 WS-BALANCE-BEFORE          PIC S9(7)V99 COMP-3.
       01 WS-POSTING-FAILED          PIC X VALUE 'N'.
           88 POSTING-HAS-FAILED     VALUE 'Y'.
       01 WS-PARTY-OK                PIC X VALUE 'N'.
           88 PARTY-IS-LINKED        VALUE 'Y'.
       01 WS-DUP-FOUND               PIC X VALUE 'N'.
           88 DUPLICATE-WAS-FOUND    VALUE 'Y'.
       01 WS-HIST-BROWSE-DONE        PIC X VALUE 'N'.
           88 HIST-BROWSE-IS-DONE    VALUE 'Y'.
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
       01 WS-HIST-BROWSE-KEY.
           02 WS-HIST-BROWSE-ACCT    PIC X(8).
           02 WS-HIST-BROWSE-SEQ     PIC 9(6).
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY ACCTHST.
           COPY UNCLITEM.
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
           MOVE 0 TO NEW-BALANCE
           MOVE 0 TO POSTING-SEQ-NO-OUT
           MOVE 'N' TO WS-POSTING-FAILED
           MOVE 'N' TO WS-AUTH-ITEM-SW
           MOVE EIBOPID TO WS-MAKER-OPERATOR-ID
           MOVE EIBTRMID TO WS-MAKER-TERMINAL-ID
           MOVE SPACES TO WS-CHECKER-OPERATOR-ID
           MOVE SPACES TO WS-CHECKER-TERMINAL-ID

           PERFORM VALIDATE-POSTING-REQUEST

               PERFORM VERIFY-CUSTOMER
           END-IF

           IF RETURN-STATUS = '0000'
              AND AUTH-ITEM-KEY NOT = SPACES
              AND AUTH-ITEM-KEY NOT = LOW-VALUES
               PERFORM CLAIM-AUTHORIZED-ITEM
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM APPLY-POSTING

               MOVE '4004' TO RETURN-STATUS
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               PERFORM CHECK-ACCOUNT-PARTY
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
                               MOVE 'DUPLICATE POSTING SAME DAY'
                                   TO RETURN-MSG
                           ELSE
                               PERFORM POST-OR-REFER
                           END-IF
                       WHEN OTHER
                           MOVE '4020' TO RETURN-STATUS
               END-IF
           END-IF.

      *    The account's own CUST-NO is its primary holder; any other
      *    customer must be linked to the account on ACCTPTY - joint
      *    holder, attorney or signatory may all post.
       CHECK-ACCOUNT-PARTY.
           MOVE 'N' TO WS-PARTY-OK
           IF CUST-NO OF ACCOUNT-MASTER-RECORD
                   = CUST-NO OF ACCOUNT-POSTING-IN
               MOVE 'Y' TO WS-PARTY-OK
           ELSE
               MOVE ACCT-NUMBER OF ACCOUNT-POSTING-IN
                   TO PTY-ACCT-NUMBER
               MOVE CUST-NO OF ACCOUNT-POSTING-IN TO PTY-CUST-NO

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

      *    An item AUTHMNT has approved comes back with its AUTHPND
      *    key. It is claimed - moved from released to approved - in
      *    this unit of work, so the posting and the item's approval
      *    commit or roll back together and the same key can never
      *    post twice.
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
              OR PND-SOURCE-PROGRAM NOT = 'ACCTPST'
              OR PND-CHECKER-OPERATOR-ID NOT = EIBOPID
              OR PND-MAKER-OPERATOR-ID = EIBOPID
              OR PND-REQUEST-DATA NOT = ACCOUNT-POSTING-IN
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

      *    The day's postings are browsed backwards from the latest
      *    one - POSTING-SEQ-NO ascends chronologically, so the scan
      *    stops at the first posting dated before today instead of
       CHECK-SAME-DAY-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-HIST-BROWSE-DONE
           MOVE ACCT-NUMBER OF ACCOUNT-POSTING-IN
               TO WS-HIST-BROWSE-ACCT
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
                       < ACCT-NUMBER OF ACCOUNT-POSTING-IN
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                       NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                       = POSTING-AMOUNT-IN
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
           END-EVALUATE.

       POST-OR-REFER.
           PERFORM CHECK-AUTHORIZATION-LIMIT
           IF ITEM-NEEDS-AUTHORIZATION
               PERFORM REFER-FOR-AUTHORIZATION
           ELSE
               PERFORM UPDATE-MASTER-AND-POST
           END-IF.

      *    The threshold is held by transaction code and direction,
      *    and compared against the size of the posting either way.
       CHECK-AUTHORIZATION-LIMIT.
           MOVE 'N' TO WS-REFER-SW
           IF NOT APPLYING-AUTHORIZED-ITEM
               MOVE POSTING-TXN-CODE TO THR-TXN-CODE
               IF POSTING-AMOUNT-IN < 0
                   MOVE 'D' TO THR-ACTION
                   COMPUTE WS-AUTH-AMOUNT = 0 - POSTING-AMOUNT-IN
               ELSE
                   MOVE 'C' TO THR-ACTION
                   MOVE POSTING-AMOUNT-IN TO WS-AUTH-AMOUNT
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

      *    The pending item is keyed by the date and time it was
      *    keyed and the maker's terminal, which is unique per
      *    terminal and lists the queue in the order it arrived.
       REFER-FOR-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO PND-ENTRY-DATE
           MOVE WS-AUTH-TIMESTAMP (9:8) TO PND-ENTRY-TIME
           MOVE EIBTRMID TO PND-MAKER-TERMINAL-ID
           MOVE 'ACCTPST' TO PND-SOURCE-PROGRAM
           MOVE THR-TXN-CODE TO PND-TXN-CODE
           MOVE THR-ACTION TO PND-ACTION
           MOVE CUST-NO OF ACCOUNT-POSTING-IN TO PND-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-POSTING-IN TO PND-ACCT-NUMBER
           MOVE WS-AUTH-AMOUNT TO PND-AMOUNT
           SET ITEM-IS-PENDING TO TRUE
           MOVE EIBOPID TO PND-MAKER-OPERATOR-ID
           MOVE SPACES TO PND-CHECKER-OPERATOR-ID
           MOVE SPACES TO PND-CHECKER-TERMINAL-ID
           MOVE 0 TO PND-DECISION-DATE
           MOVE SPACES TO PND-DECISION-TIMESTAMP
           MOVE SPACES TO PND-LAST-REJECT-STATUS
           MOVE ACCOUNT-POSTING-IN TO PND-REQUEST-DATA

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

       UPDATE-MASTER-AND-POST.
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO WS-BALANCE-BEFORE
           ADD POSTING-AMOUNT-IN TO BALANCE OF ACCOUNT-MASTER-RECORD

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTPST' TO AUD-SOURCE-PROGRAM
           MOVE WS-MAKER-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-MAKER-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE WS-CHECKER-OPERATOR-ID TO AUD-CHECKER-OPERATOR-ID
           MOVE WS-CHECKER-TERMINAL-ID TO AUD-CHECKER-TERMINAL-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-POSTING-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-POSTING-IN TO AUD-ACCT-NUMBER
           MOVE WS-BALANCE-BEFORE TO AUD-BALANCE-BEFORE
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE CUST-NO OF ACCOUNT-POSTING-IN
               TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           MOVE POSTING-AMOUNT-IN
               TO POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO UNCL-POSTING-SEQ-NO
           MOVE CUST-NO OF ACCOUNT-POSTING-IN TO UNCL-CUST-NO
           MOVE WS-BUSINESS-DATE TO UNCL-POSTING-DATE
           MOVE POSTING-AMOUNT-IN TO UNCL-AMOUNT

           EXEC CICS WRITE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-POSTING-FAILED
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
