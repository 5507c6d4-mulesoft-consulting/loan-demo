       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYMNT.

      *    Maintains the account party file ACCTPTY, which links
      *    further CUSTMSTR customers to an account beyond the one
      *    whose CUST-NO is on the account master. The master's
      *    customer is always the primary holder ('P') and is never
      *    held on ACCTPTY; every other party carries a role - joint
      *    holder ('J'), power of attorney ('A') or signatory only
      *    ('S'). One commarea serves add ('A'), amend of the role
      *    ('M'), delete ('D') and inquiry ('I') requests, the way
      *    CUSTMNT and SORDMNT serve their files.
      *
      *    The posting, transfer, inquiry and hold paths accept any
      *    linked party where they used to insist on the master's
      *    CUST-NO. Only holders - primary and joint - own the money:
      *    CUSTEXPO counts a joint account in each holder's exposure,
      *    and the CUSTMNT deceased cascade leaves a joint account
      *    running while a holder survives. An attorney acts for the
      *    holders and may change the account's status; a signatory
      *    may only transact.
      *
      *    The customer named must pass the CUSTCHK check digit. An
      *    added party must be active on CUSTMSTR and the account
      *    must not be closed. Inquiry lists every party on the
      *    account, the primary first, and is answered only for a
      *    customer who is a party to it; more than fit in one reply
      *    are flagged in MORE-PARTIES-EXIST. Each record's key is
      *    repeated in customer-first order (PTY-CUST-KEY), which the
      *    ACCTPTYC alternate index path is built over, so a
      *    customer's links browse the way ACCTCUNO browses the
      *    accounts they hold as primary.
      *
      *    Every add, amend and delete is journaled to ACCTAUD with
      *    the operator and terminal, the account and customer, and
      *    the party's role before and after the change.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-MAX-PARTIES             PIC S9(4) COMP VALUE 20.
       01 WS-PARTY-OK                PIC X VALUE 'N'.
           88 PARTY-IS-LINKED        VALUE 'Y'.
       01 WS-BROWSE-KEY.
           02 WS-BROWSE-ACCT-NUMBER  PIC X(8).
           02 WS-BROWSE-CUST-NO      PIC X(8).
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
       01 WS-ROLE-BEFORE             PIC X(1).
       01 WS-ROLE-AFTER              PIC X(1).
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTPTY.
           COPY ACCTAUD.
           COPY CUSTCHK.

       LINKAGE SECTION.
           COPY PTYMNT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO NUMBER-OF-PARTIES
           MOVE 'N' TO MORE-PARTIES-IND

           IF CUST-NO-IN-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
               CALL 'CUSTCHK' USING CUST-NO-IN-BASE
                                    CUST-NO-IN-CHECK-DIGIT
                                    CUSTCHK-RESPONSE
           END-IF

           IF CUSTCHK-IS-INVALID
               MOVE '4011' TO RETURN-STATUS
               MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
           ELSE
               PERFORM READ-ACCOUNT
           END-IF

           IF RETURN-STATUS = '0000'
               EVALUATE TRUE
                   WHEN PTY-REQUEST-ADD
                       PERFORM ADD-PARTY
                   WHEN PTY-REQUEST-AMEND
                       PERFORM AMEND-PARTY
                   WHEN PTY-REQUEST-DELETE
                       PERFORM DELETE-PARTY
                   WHEN PTY-REQUEST-INQUIRY
                       PERFORM INQUIRE-PARTIES
                   WHEN OTHER
                       MOVE '4025' TO RETURN-STATUS
                       MOVE 'INVALID REQUEST TYPE' TO RETURN-MSG
               END-EVALUATE
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       READ-ACCOUNT.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(ACCT-NUMBER-IN)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4004' TO RETURN-STATUS
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           END-IF.

       ADD-PARTY.
           MOVE PARTY-ROLE-IN TO PTY-ROLE
           EVALUATE TRUE
               WHEN ACCOUNT-IS-CLOSED OF ACCOUNT-MASTER-RECORD
                   MOVE '4009' TO RETURN-STATUS
                   MOVE 'ACCOUNT ALREADY CLOSED' TO RETURN-MSG
               WHEN CUST-NO OF ACCOUNT-MASTER-RECORD = CUST-NO-IN
                   MOVE '4066' TO RETURN-STATUS
                   MOVE 'CUSTOMER IS PRIMARY HOLDER' TO RETURN-MSG
               WHEN NOT PARTY-ROLE-IS-VALID
                   MOVE '4067' TO RETURN-STATUS
                   MOVE 'INVALID PARTY ROLE' TO RETURN-MSG
               WHEN OTHER
                   PERFORM VERIFY-CUSTOMER
           END-EVALUATE

           IF RETURN-STATUS = '0000'
               MOVE ACCT-NUMBER-IN TO PTY-ACCT-NUMBER
               MOVE CUST-NO-IN TO PTY-CUST-NO
               MOVE CUST-NO-IN TO PTY-ALT-CUST-NO
               MOVE ACCT-NUMBER-IN TO PTY-ALT-ACCT-NUMBER
               MOVE PARTY-ROLE-IN TO PTY-ROLE
               MOVE WS-BUSINESS-DATE TO PTY-ADDED-DATE
               MOVE EIBOPID TO PTY-ADDED-BY

               EXEC CICS WRITE
                   FILE('ACCTPTY')
                   FROM(ACCOUNT-PARTY-RECORD)
                   RIDFLD(PTY-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(DUPKEY) OR WS-RESP = DFHRESP(DUPREC)
                   MOVE '4068' TO RETURN-STATUS
                   MOVE 'CUSTOMER ALREADY LINKED TO ACCOUNT'
                       TO RETURN-MSG
               ELSE
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '4069' TO RETURN-STATUS
                       MOVE 'PARTY UPDATE FAILED' TO RETURN-MSG
                   ELSE
                       MOVE SPACE TO WS-ROLE-BEFORE
                       MOVE PARTY-ROLE-IN TO WS-ROLE-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'PARTY ADDED OK' TO RETURN-MSG
                   END-IF
               END-IF
           END-IF.

       VERIFY-CUSTOMER.
           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(CUST-NO-IN)
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

       AMEND-PARTY.
           MOVE PARTY-ROLE-IN TO PTY-ROLE
           IF NOT PARTY-ROLE-IS-VALID
               MOVE '4067' TO RETURN-STATUS
               MOVE 'INVALID PARTY ROLE' TO RETURN-MSG
           ELSE
               MOVE ACCT-NUMBER-IN TO PTY-ACCT-NUMBER
               MOVE CUST-NO-IN TO PTY-CUST-NO

               EXEC CICS READ
                   FILE('ACCTPTY')
                   INTO(ACCOUNT-PARTY-RECORD)
                   RIDFLD(PTY-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4070' TO RETURN-STATUS
                   MOVE 'CUSTOMER NOT LINKED TO ACCOUNT' TO RETURN-MSG
               ELSE
                   MOVE PTY-ROLE TO WS-ROLE-BEFORE
                   MOVE PARTY-ROLE-IN TO PTY-ROLE

                   EXEC CICS REWRITE
                       FILE('ACCTPTY')
                       FROM(ACCOUNT-PARTY-RECORD)
                       RESP(WS-RESP)
                   END-EXEC

                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '4069' TO RETURN-STATUS
                       MOVE 'PARTY UPDATE FAILED' TO RETURN-MSG
                   ELSE
                       MOVE PARTY-ROLE-IN TO WS-ROLE-AFTER
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'PARTY AMENDED OK' TO RETURN-MSG
                   END-IF
               END-IF
           END-IF.

      *    The record is read for update first so the role being
      *    removed can be journaled.
       DELETE-PARTY.
           MOVE ACCT-NUMBER-IN TO PTY-ACCT-NUMBER
           MOVE CUST-NO-IN TO PTY-CUST-NO

           EXEC CICS READ
               FILE('ACCTPTY')
               INTO(ACCOUNT-PARTY-RECORD)
               RIDFLD(PTY-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE PTY-ROLE TO WS-ROLE-BEFORE
               EXEC CICS DELETE
                   FILE('ACCTPTY')
                   RESP(WS-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACE TO WS-ROLE-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'PARTY DELETED OK' TO RETURN-MSG
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE '4070' TO RETURN-STATUS
                   MOVE 'CUSTOMER NOT LINKED TO ACCOUNT' TO RETURN-MSG
               WHEN OTHER
                   MOVE '4069' TO RETURN-STATUS
                   MOVE 'PARTY UPDATE FAILED' TO RETURN-MSG
           END-EVALUATE.

      *    A party change moves no money: the journal entry carries
      *    the account's balances and status unchanged, with the
      *    party's role before and after (blank before an add and
      *    after a delete) against the customer linked or unlinked.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'PTYMNT' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE CUST-NO-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER-IN TO AUD-ACCT-NUMBER
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-BEFORE
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
           MOVE WS-ROLE-BEFORE TO AUD-PARTY-ROLE-BEFORE
           MOVE WS-ROLE-AFTER TO AUD-PARTY-ROLE-AFTER

           EXEC CICS WRITE
               FILE('ACCTAUD')
               FROM(ACCOUNT-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC.

      *    Only a party to the account may see who else is on it.
       INQUIRE-PARTIES.
           MOVE 'N' TO WS-PARTY-OK
           IF CUST-NO OF ACCOUNT-MASTER-RECORD = CUST-NO-IN
               MOVE 'Y' TO WS-PARTY-OK
           ELSE
               MOVE ACCT-NUMBER-IN TO PTY-ACCT-NUMBER
               MOVE CUST-NO-IN TO PTY-CUST-NO

               EXEC CICS READ
                   FILE('ACCTPTY')
                   INTO(ACCOUNT-PARTY-RECORD)
                   RIDFLD(PTY-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PARTY-OK
               END-IF
           END-IF

           IF NOT PARTY-IS-LINKED
               MOVE '4005' TO RETURN-STATUS
               MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                   TO RETURN-MSG
           ELSE
               MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO PTY-CUST-NO
               SET PARTY-IS-PRIMARY TO TRUE
               PERFORM ADD-PARTY-DETAILS
               PERFORM BROWSE-ACCOUNT-PARTIES
               MOVE 'PARTIES FOUND' TO RETURN-MSG
           END-IF.

       BROWSE-ACCOUNT-PARTIES.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE ACCT-NUMBER-IN TO WS-BROWSE-ACCT-NUMBER
           MOVE LOW-VALUES TO WS-BROWSE-CUST-NO

           EXEC CICS STARTBR
               FILE('ACCTPTY')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-PARTY UNTIL BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTPTY')
               END-EXEC
           END-IF.

       READ-NEXT-PARTY.
           EXEC CICS READNEXT
               FILE('ACCTPTY')
               INTO(ACCOUNT-PARTY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF PTY-ACCT-NUMBER NOT = ACCT-NUMBER-IN
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF NUMBER-OF-PARTIES >= WS-MAX-PARTIES
                       SET MORE-PARTIES-EXIST TO TRUE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       PERFORM ADD-PARTY-DETAILS
                   END-IF
               END-IF
           END-IF.

      *    The customer's current status goes out with each party, so
      *    the branch sees a deceased joint holder at a glance.
       ADD-PARTY-DETAILS.
           ADD 1 TO NUMBER-OF-PARTIES
           MOVE PTY-CUST-NO TO PARTY-CUST-NO (NUMBER-OF-PARTIES)
           MOVE PTY-ROLE TO PARTY-ROLE (NUMBER-OF-PARTIES)

           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(PTY-CUST-NO)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-STATUS
                   TO PARTY-CUST-STATUS (NUMBER-OF-PARTIES)
           ELSE
               MOVE SPACES TO PARTY-CUST-STATUS (NUMBER-OF-PARTIES)
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
