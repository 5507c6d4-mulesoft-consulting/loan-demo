       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.

      *    Supervisor side of the maker-checker queue. ACCTPST,
      *    ACCTODL and ACCTHLD refer anything above its AUTHTHR
      *    threshold - a large posting, a large overdraft grant, the
      *    release of a freeze on a large balance - to the AUTHPND
      *    pending-authorization file instead of applying it, with
      *    the maker's operator and terminal and the full request as
      *    keyed. One commarea serves list ('L'), approve ('A') and
      *    decline ('D') requests.
      *
      *    List returns the items still pending, oldest first, from
      *    AUTH-ITEM-KEY-IN (or from the start of today's queue when
      *    none is given); more than fit in one reply are flagged in
      *    MORE-ITEMS-EXIST with NEXT-ITEM-KEY to continue from.
      *
      *    Approve applies the item through the program that referred
      *    it, by LINKing to it with the original request and the
      *    item's key. The item is first marked released to that
      *    program under the supervisor's operator id; the program
      *    claims it in its own unit of work, holds the request to
      *    every one of its usual rules against the account as it
      *    now stands, and journals the change to ACCTAUD under the
      *    maker with the supervisor as checker. The maker can never
      *    approve their own item (4077), here or in the program
      *    itself. When the program rejects the item (funds gone, an
      *    account frozen since, and so on) the release is backed
      *    out, the item goes back to pending with the rejection in
      *    PND-LAST-REJECT-STATUS, and the program's own status and
      *    message are returned so the supervisor can decline it or
      *    try again once the account is put right.
      *
      *    Decline closes the item without applying anything. Items
      *    left pending at the end of the day are expired by the
      *    nightly AUTHEXP step and listed on its morning report.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-MAX-ITEMS               PIC S9(4) COMP VALUE 20.
       01 WS-ITEM-KEY                PIC X(20).
       01 WS-BROWSE-KEY.
           02 WS-BROWSE-ENTRY-DATE   PIC 9(8).
           02 WS-BROWSE-KEY-REST     PIC X(12).
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
       01 WS-APPLY-STATUS            PIC X(4).
       01 WS-APPLY-MSG               PIC X(45).
       01 WS-LINK-FAILED             PIC X VALUE 'N'.
           88 LINK-HAS-FAILED        VALUE 'Y'.
           COPY RUNCTL.
           COPY AUTHPND.
           COPY ACCTPST REPLACING DFHCOMMAREA BY WS-ACCTPST-COMMAREA.
           COPY ACCTODL REPLACING DFHCOMMAREA BY WS-ACCTODL-COMMAREA.
           COPY ACCTHLD REPLACING DFHCOMMAREA BY WS-ACCTHLD-COMMAREA.

       LINKAGE SECTION.
           COPY AUTHMNT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG OF DFHCOMMAREA
           MOVE '0000' TO RETURN-STATUS OF DFHCOMMAREA
           MOVE 0 TO NUMBER-OF-ITEMS
           MOVE 'N' TO MORE-ITEMS-IND
           MOVE SPACES TO NEXT-ITEM-KEY

           EVALUATE TRUE
               WHEN AUTH-REQUEST-LIST
                   PERFORM LIST-PENDING-ITEMS
               WHEN AUTH-REQUEST-APPROVE
                   PERFORM APPROVE-ITEM
               WHEN AUTH-REQUEST-DECLINE
                   PERFORM DECLINE-ITEM
               WHEN OTHER
                   MOVE '4025' TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE 'INVALID REQUEST TYPE'
                       TO RETURN-MSG OF DFHCOMMAREA
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      *    AUTHPND is keyed by the date and time the item was keyed
      *    and the maker's terminal, so the queue browses in arrival
      *    order and a fresh list starts at the online business
      *    day's first item.
       LIST-PENDING-ITEMS.
           MOVE 'N' TO WS-BROWSE-DONE
           IF AUTH-ITEM-KEY-IN = SPACES
              OR AUTH-ITEM-KEY-IN = LOW-VALUES
               MOVE WS-BUSINESS-DATE
                   TO WS-BROWSE-ENTRY-DATE
               MOVE LOW-VALUES TO WS-BROWSE-KEY-REST
           ELSE
               MOVE AUTH-ITEM-KEY-IN TO WS-BROWSE-KEY
           END-IF

           EXEC CICS STARTBR
               FILE('AUTHPND')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-ITEM UNTIL BROWSE-IS-DONE

                   EXEC CICS ENDBR
                       FILE('AUTHPND')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '4017' TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE 'AUTHORIZATION QUEUE BROWSE FAILED'
                       TO RETURN-MSG OF DFHCOMMAREA
           END-EVALUATE

           IF RETURN-STATUS OF DFHCOMMAREA = '0000'
               IF NUMBER-OF-ITEMS = 0
                   MOVE 'NO ITEMS PENDING'
                       TO RETURN-MSG OF DFHCOMMAREA
               ELSE
                   MOVE 'PENDING ITEMS FOUND'
                       TO RETURN-MSG OF DFHCOMMAREA
               END-IF
           END-IF.

       READ-NEXT-ITEM.
           EXEC CICS READNEXT
               FILE('AUTHPND')
               INTO(AUTH-PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF ITEM-IS-PENDING
                   IF NUMBER-OF-ITEMS >= WS-MAX-ITEMS
                       SET MORE-ITEMS-EXIST TO TRUE
                       MOVE PND-KEY TO NEXT-ITEM-KEY
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       PERFORM ADD-ITEM-DETAILS
                   END-IF
               END-IF
           END-IF.

       ADD-ITEM-DETAILS.
           ADD 1 TO NUMBER-OF-ITEMS
           MOVE PND-KEY TO ITEM-KEY-OUT (NUMBER-OF-ITEMS)
           MOVE PND-SOURCE-PROGRAM
               TO ITEM-SOURCE-PROGRAM (NUMBER-OF-ITEMS)
           MOVE PND-TXN-CODE TO ITEM-TXN-CODE (NUMBER-OF-ITEMS)
           MOVE PND-ACTION TO ITEM-ACTION (NUMBER-OF-ITEMS)
           MOVE PND-CUST-NO TO ITEM-CUST-NO (NUMBER-OF-ITEMS)
           MOVE PND-ACCT-NUMBER TO ITEM-ACCT-NUMBER (NUMBER-OF-ITEMS)
           MOVE PND-AMOUNT TO ITEM-AMOUNT (NUMBER-OF-ITEMS)
           MOVE PND-MAKER-OPERATOR-ID
               TO ITEM-MAKER-OPERATOR-ID (NUMBER-OF-ITEMS)
           MOVE PND-LAST-REJECT-STATUS
               TO ITEM-LAST-REJECT-STATUS (NUMBER-OF-ITEMS).

       READ-ITEM-FOR-UPDATE.
           EXEC CICS READ
               FILE('AUTHPND')
               INTO(AUTH-PENDING-RECORD)
               RIDFLD(WS-ITEM-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4075' TO RETURN-STATUS OF DFHCOMMAREA
               MOVE 'AUTHORIZATION ITEM NOT FOUND'
                   TO RETURN-MSG OF DFHCOMMAREA
           ELSE
               IF NOT ITEM-IS-PENDING
                   MOVE '4076' TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE 'ITEM IS NOT PENDING'
                       TO RETURN-MSG OF DFHCOMMAREA
               END-IF
           END-IF.

       APPROVE-ITEM.
           MOVE AUTH-ITEM-KEY-IN TO WS-ITEM-KEY
           PERFORM READ-ITEM-FOR-UPDATE

           IF RETURN-STATUS OF DFHCOMMAREA = '0000'
               IF PND-MAKER-OPERATOR-ID = EIBOPID
                   MOVE '4077' TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE 'MAKER MAY NOT AUTHORIZE OWN ITEM'
                       TO RETURN-MSG OF DFHCOMMAREA
               ELSE
                   PERFORM RELEASE-ITEM
               END-IF
           END-IF

           IF RETURN-STATUS OF DFHCOMMAREA = '0000'
               PERFORM APPLY-RELEASED-ITEM
           END-IF.

      *    Released, not yet approved: the applying program moves the
      *    item on to approved only when it actually applies it.
       RELEASE-ITEM.
           SET ITEM-IS-RELEASED TO TRUE
           MOVE EIBOPID TO PND-CHECKER-OPERATOR-ID
           MOVE EIBTRMID TO PND-CHECKER-TERMINAL-ID
           MOVE WS-BUSINESS-DATE TO PND-DECISION-DATE
           MOVE FUNCTION CURRENT-DATE TO PND-DECISION-TIMESTAMP

           EXEC CICS REWRITE
               FILE('AUTHPND')
               FROM(AUTH-PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4079' TO RETURN-STATUS OF DFHCOMMAREA
               MOVE 'AUTHORIZATION UPDATE FAILED'
                   TO RETURN-MSG OF DFHCOMMAREA
           END-IF.

      *    ACCTPST ends a successful posting with its own SYNCPOINT,
      *    which commits the release with it; ACCTODL and ACCTHLD
      *    leave the commit to the end of this task. Either way a
      *    rejection is repaired the same way: the release is rolled
      *    back (a no-op where the program already rolled back) and
      *    the rejection is recorded on the pending item.
       APPLY-RELEASED-ITEM.
           MOVE 'N' TO WS-LINK-FAILED
           EVALUATE PND-SOURCE-PROGRAM
               WHEN 'ACCTPST'
                   PERFORM APPLY-POSTING-ITEM
               WHEN 'ACCTODL'
                   PERFORM APPLY-LIMIT-ITEM
               WHEN 'ACCTHLD'
                   PERFORM APPLY-HOLD-ITEM
               WHEN OTHER
                   MOVE '4078' TO WS-APPLY-STATUS
                   MOVE 'UNKNOWN AUTHORIZATION ITEM' TO WS-APPLY-MSG
           END-EVALUATE

           EVALUATE TRUE
               WHEN LINK-HAS-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE '4079' TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE 'AUTHORIZATION UPDATE FAILED'
                       TO RETURN-MSG OF DFHCOMMAREA
               WHEN WS-APPLY-STATUS = '0000'
                   MOVE 'ITEM APPROVED AND APPLIED'
                       TO RETURN-MSG OF DFHCOMMAREA
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   PERFORM RECORD-APPLY-REJECTION
                   MOVE WS-APPLY-STATUS TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE WS-APPLY-MSG TO RETURN-MSG OF DFHCOMMAREA
           END-EVALUATE.

       APPLY-POSTING-ITEM.
           MOVE PND-REQUEST-DATA
               TO ACCOUNT-POSTING-IN OF WS-ACCTPST-COMMAREA
           MOVE PND-KEY TO AUTH-ITEM-KEY OF WS-ACCTPST-COMMAREA

           EXEC CICS LINK
               PROGRAM('ACCTPST')
               COMMAREA(WS-ACCTPST-COMMAREA)
               LENGTH(LENGTH OF WS-ACCTPST-COMMAREA)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LINK-FAILED
           ELSE
               MOVE RETURN-STATUS OF WS-ACCTPST-COMMAREA
                   TO WS-APPLY-STATUS
               MOVE RETURN-MSG OF WS-ACCTPST-COMMAREA
                   TO WS-APPLY-MSG
           END-IF.

       APPLY-LIMIT-ITEM.
           MOVE PND-REQUEST-DATA
               TO OD-LIMIT-MAINT-IN OF WS-ACCTODL-COMMAREA
           MOVE PND-KEY TO AUTH-ITEM-KEY OF WS-ACCTODL-COMMAREA

           EXEC CICS LINK
               PROGRAM('ACCTODL')
               COMMAREA(WS-ACCTODL-COMMAREA)
               LENGTH(LENGTH OF WS-ACCTODL-COMMAREA)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LINK-FAILED
           ELSE
               MOVE RETURN-STATUS OF WS-ACCTODL-COMMAREA
                   TO WS-APPLY-STATUS
               MOVE RETURN-MSG OF WS-ACCTODL-COMMAREA
                   TO WS-APPLY-MSG
           END-IF.

       APPLY-HOLD-ITEM.
           MOVE PND-REQUEST-DATA
               TO ACCOUNT-HOLD-IN OF WS-ACCTHLD-COMMAREA
           MOVE PND-KEY TO AUTH-ITEM-KEY OF WS-ACCTHLD-COMMAREA

           EXEC CICS LINK
               PROGRAM('ACCTHLD')
               COMMAREA(WS-ACCTHLD-COMMAREA)
               LENGTH(LENGTH OF WS-ACCTHLD-COMMAREA)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LINK-FAILED
           ELSE
               MOVE RETURN-STATUS OF WS-ACCTHLD-COMMAREA
                   TO WS-APPLY-STATUS
               MOVE RETURN-MSG OF WS-ACCTHLD-COMMAREA
                   TO WS-APPLY-MSG
           END-IF.

      *    After the rollback the item is pending again as committed;
      *    the rejection is noted on it for the next supervisor who
      *    lists the queue.
       RECORD-APPLY-REJECTION.
           EXEC CICS READ
               FILE('AUTHPND')
               INTO(AUTH-PENDING-RECORD)
               RIDFLD(WS-ITEM-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-APPLY-STATUS TO PND-LAST-REJECT-STATUS

               EXEC CICS REWRITE
                   FILE('AUTHPND')
                   FROM(AUTH-PENDING-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       DECLINE-ITEM.
           MOVE AUTH-ITEM-KEY-IN TO WS-ITEM-KEY
           PERFORM READ-ITEM-FOR-UPDATE

           IF RETURN-STATUS OF DFHCOMMAREA = '0000'
               SET ITEM-IS-DECLINED TO TRUE
               MOVE EIBOPID TO PND-CHECKER-OPERATOR-ID
               MOVE EIBTRMID TO PND-CHECKER-TERMINAL-ID
               MOVE WS-BUSINESS-DATE TO PND-DECISION-DATE
               MOVE FUNCTION CURRENT-DATE TO PND-DECISION-TIMESTAMP

               EXEC CICS REWRITE
                   FILE('AUTHPND')
                   FROM(AUTH-PENDING-RECORD)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4079' TO RETURN-STATUS OF DFHCOMMAREA
                   MOVE 'AUTHORIZATION UPDATE FAILED'
                       TO RETURN-MSG OF DFHCOMMAREA
               ELSE
                   MOVE 'ITEM DECLINED' TO RETURN-MSG OF DFHCOMMAREA
               END-IF
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
