      *    limit before and after, the same trail a balance change
      *    leaves. The account must exist, belong to the stated
      *    customer, and not be closed; the customer must be active.
      *
      *    A grant above the AUTHTHR threshold for code 'ODL' action
      *    'G' is referred instead of applied: it is written to the
      *    AUTHPND pending-authorization file with the maker's
      *    operator, terminal and the full request and returned with
      *    4072 and the item's key in AUTH-ITEM-KEY, exactly as
      *    ACCTPST refers a large posting. AUTHMNT LINKs back with
      *    the key once a supervisor other than the maker approves
      *    it, and the ACCTAUD entry then names both. Withdrawals
      *    are never referred.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-OD-LIMIT-BEFORE         PIC S9(7)V99 COMP-3.
       01 WS-AUTH-ITEM-SW            PIC X VALUE 'N'.
           88 APPLYING-AUTHORIZED-ITEM VALUE 'Y'.
       01 WS-REFER-SW                PIC X VALUE 'N'.
           88 ITEM-NEEDS-AUTHORIZATION VALUE 'Y'.
       01 WS-AUTH-TIMESTAMP          PIC X(21).
       01 WS-MAKER-OPERATOR-ID       PIC X(3).
       01 WS-MAKER-TERMINAL-ID       PIC X(4).
       01 WS-CHECKER-OPERATOR-ID     PIC X(3).
       01 WS-CHECKER-TERMINAL-ID     PIC X(4).
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY AUTHTHR.
           COPY AUTHPND.
           COPY CUSTCHK.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO PREVIOUS-OD-LIMIT
           MOVE 0 TO PREVIOUS-OD-EXPIRY
           MOVE 'N' TO WS-AUTH-ITEM-SW
           MOVE EIBOPID TO WS-MAKER-OPERATOR-ID
           MOVE EIBTRMID TO WS-MAKER-TERMINAL-ID
           MOVE SPACES TO WS-CHECKER-OPERATOR-ID
           MOVE SPACES TO WS-CHECKER-TERMINAL-ID

           IF CUST-NO-BASE OF OD-LIMIT-MAINT-IN IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
               PERFORM VALIDATE-LIMIT-REQUEST
           END-IF

           IF RETURN-STATUS = '0000'
              AND AUTH-ITEM-KEY NOT = SPACES
              AND AUTH-ITEM-KEY NOT = LOW-VALUES
               PERFORM CLAIM-AUTHORIZED-ITEM
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM CHANGE-OD-LIMIT
           END-IF
                       MOVE '4009' TO RETURN-STATUS
                       MOVE 'ACCOUNT ALREADY CLOSED' TO RETURN-MSG
                   ELSE
                       PERFORM CHECK-AUTHORIZATION-LIMIT
                       IF ITEM-NEEDS-AUTHORIZATION
                           PERFORM REFER-FOR-AUTHORIZATION
                       ELSE
                           PERFORM REWRITE-NEW-LIMIT
                       END-IF
                   END-IF
               END-IF
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
              OR PND-SOURCE-PROGRAM NOT = 'ACCTODL'
              OR PND-CHECKER-OPERATOR-ID NOT = EIBOPID
              OR PND-MAKER-OPERATOR-ID = EIBOPID
              OR PND-REQUEST-DATA NOT = OD-LIMIT-MAINT-IN
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

       CHECK-AUTHORIZATION-LIMIT.
           MOVE 'N' TO WS-REFER-SW
           IF OD-ACTION-GRANT
              AND NOT APPLYING-AUTHORIZED-ITEM
               MOVE 'ODL' TO THR-TXN-CODE
               MOVE OD-LIMIT-ACTION TO THR-ACTION

               EXEC CICS READ
                   FILE('AUTHTHR')
                   INTO(AUTH-THRESHOLD-RECORD)
                   RIDFLD(THR-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                  AND NEW-OD-LIMIT > THR-LIMIT-AMOUNT
                   MOVE 'Y' TO WS-REFER-SW
               END-IF
           END-IF.

       REFER-FOR-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO PND-ENTRY-DATE
           MOVE WS-AUTH-TIMESTAMP (9:8) TO PND-ENTRY-TIME
           MOVE EIBTRMID TO PND-MAKER-TERMINAL-ID
           MOVE 'ACCTODL' TO PND-SOURCE-PROGRAM
           MOVE THR-TXN-CODE TO PND-TXN-CODE
           MOVE THR-ACTION TO PND-ACTION
           MOVE CUST-NO OF OD-LIMIT-MAINT-IN TO PND-CUST-NO
           MOVE ACCT-NUMBER OF OD-LIMIT-MAINT-IN TO PND-ACCT-NUMBER
           MOVE NEW-OD-LIMIT TO PND-AMOUNT
           SET ITEM-IS-PENDING TO TRUE
           MOVE EIBOPID TO PND-MAKER-OPERATOR-ID
           MOVE SPACES TO PND-CHECKER-OPERATOR-ID
           MOVE SPACES TO PND-CHECKER-TERMINAL-ID
           MOVE 0 TO PND-DECISION-DATE
           MOVE SPACES TO PND-DECISION-TIMESTAMP
           MOVE SPACES TO PND-LAST-REJECT-STATUS
           MOVE OD-LIMIT-MAINT-IN TO PND-REQUEST-DATA

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

       REWRITE-NEW-LIMIT.
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD
               TO WS-OD-LIMIT-BEFORE

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTODL' TO AUD-SOURCE-PROGRAM
           MOVE WS-MAKER-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-MAKER-TERMINAL-ID TO AUD-TERMINAL-ID
           MOVE WS-CHECKER-OPERATOR-ID TO AUD-CHECKER-OPERATOR-ID
           MOVE WS-CHECKER-TERMINAL-ID TO AUD-CHECKER-TERMINAL-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF OD-LIMIT-MAINT-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF OD-LIMIT-MAINT-IN TO AUD-ACCT-NUMBER
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
