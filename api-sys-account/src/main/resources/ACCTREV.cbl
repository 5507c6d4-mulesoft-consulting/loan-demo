       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREV.

      *    Posting reversal. Backs out one ACCTHST posting by its key
      *    - the account and its POSTING-SEQ-NO - instead of a 'COR'
      *    keyed through ACCTPST for whatever amount the teller works
      *    out: the original posting is read from ACCTHST and exactly
      *    its opposite is posted ('REV REVERSES #' plus the original
      *    sequence in POSTING-DESC), journaled to ACCTAUD like any
      *    other balance change. Every reversal is recorded on the
      *    REVREG register keyed by the original posting, so a second
      *    reversal of the same posting is refused (4061) and the
      *    morning REVRPT can list the day's reversals against what
      *    they reversed.
      *
      *    A transfer is reversed as a whole. Either leg of an
      *    ACCTXFR pair can be named: a 'TRF FROM' leg carries the
      *    source account and the source leg's sequence in its
      *    POSTING-DESC, and a 'TRF TO' leg is matched to the credit
      *    on the account it names by a backward browse of that
      *    account's postings from the transfer date on. Both legs
      *    are validated before anything is written and reversed in
      *    one unit of work, each registered with a pointer to the
      *    other; the other leg's account and reversal sequence are
      *    returned in PAIR-ACCT-NUMBER and PAIR-REVERSAL-SEQ.
      *
      *    Only postings with a teller transaction code (the ACCTPST
      *    table below, followed by a space) or a transfer leg that
      *    names its pair are reversible. Opening, brought-forward,
      *    replacement-mode ACCTUPD and returned-cheque postings,
      *    standing-order payments and transfer legs, and reversals
      *    themselves are refused (4062); a CHQ credit still inside
      *    its clearing cycle is backed out through CHQRTN (4063),
      *    which also clears UNCLEARED-FUNDS. The reversing postings
      *    are held to the ordinary posting rules - account open,
      *    no freeze or dormancy, no debit against a debit hold, and
      *    a debit covered by BALANCE less UNCLEARED-FUNDS - exactly
      *    as the 'COR' it replaces would have been.

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
           02 FILLER                  PIC X(3) VALUE 'CSH'.
           02 FILLER                  PIC X(3) VALUE 'CHQ'.
           02 FILLER                  PIC X(3) VALUE 'FEE'.
           02 FILLER                  PIC X(3) VALUE 'FRV'.
           02 FILLER                  PIC X(3) VALUE 'COR'.
           02 FILLER                  PIC X(3) VALUE 'INT'.
       01 WS-TXN-CODE-TABLE REDEFINES WS-TXN-CODE-VALUES.
           02 WS-TXN-CODE             OCCURS 6 TIMES PIC X(3).
       01 WS-TXN-CODE-OK             PIC X VALUE 'N'.
           88 TXN-CODE-IS-KNOWN      VALUE 'Y'.
       01 WS-BALANCE-BEFORE          PIC S9(7)V99 COMP-3.
       01 WS-REVERSAL-FAILED         PIC X VALUE 'N'.
           88 REVERSAL-HAS-FAILED    VALUE 'Y'.
       01 WS-TIMESTAMP               PIC X(21).
       01 WS-LEG-COUNT               PIC S9(4) COMP VALUE 0.
       01 WS-REVERSAL-LEGS.
           02 WS-LEG OCCURS 2 TIMES.
             03 WS-LEG-ACCT-NUMBER   PIC X(8).
             03 WS-LEG-ORIG-SEQ      PIC 9(6).
             03 WS-LEG-ORIG-DATE     PIC 9(8).
             03 WS-LEG-ORIG-AMOUNT   PIC S9(7)V99 COMP-3.
             03 WS-LEG-ORIG-DESC     PIC X(30).
             03 WS-LEG-REV-AMOUNT    PIC S9(7)V99 COMP-3.
             03 WS-LEG-REV-SEQ       PIC 9(6).
       01 WS-PARTY-OK                PIC X VALUE 'N'.
           88 PARTY-IS-LINKED        VALUE 'Y'.
       01 WS-PAIR-ACCT-NUMBER        PIC X(8).
       01 WS-PAIR-SEQ-TEXT           PIC X(6).
       01 WS-PAIR-DESC               PIC X(30).
       01 WS-PAIR-FOUND              PIC X VALUE 'N'.
           88 PAIR-WAS-FOUND         VALUE 'Y'.
       01 WS-HIST-BROWSE-DONE        PIC X VALUE 'N'.
           88 HIST-BROWSE-IS-DONE    VALUE 'Y'.
       01 WS-HIST-BROWSE-KEY.
           02 WS-HIST-BROWSE-ACCT    PIC X(8).
           02 WS-HIST-BROWSE-SEQ     PIC 9(6).
       01 WS-HIST-KEY.
           02 WS-HIST-KEY-ACCT       PIC X(8).
           02 WS-HIST-KEY-SEQ        PIC 9(6).
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY ACCTHST.
           COPY UNCLITEM.
           COPY REVREG.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.
           COPY ACCTREV.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO REVERSED-AMOUNT
           MOVE 0 TO NEW-BALANCE
           MOVE 0 TO REVERSAL-POSTING-SEQ
           MOVE SPACES TO PAIR-ACCT-NUMBER
           MOVE 0 TO PAIR-REVERSAL-SEQ
           MOVE 'N' TO WS-REVERSAL-FAILED
           MOVE 0 TO WS-LEG-COUNT

           IF CUST-NO-BASE OF POSTING-REVERSAL-IN IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
               CALL 'CUSTCHK' USING CUST-NO-BASE OF POSTING-REVERSAL-IN
                                CUST-NO-CHECK-DIGIT
                                    OF POSTING-REVERSAL-IN
                                CUSTCHK-RESPONSE
           END-IF

           IF CUSTCHK-IS-INVALID
               MOVE '4011' TO RETURN-STATUS
               MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
           ELSE
               PERFORM VERIFY-CUSTOMER
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM READ-ORIGINAL-POSTING
           END-IF
           IF RETURN-STATUS = '0000'
               PERFORM CLASSIFY-ORIGINAL-POSTING
           END-IF
           IF RETURN-STATUS = '0000'
               PERFORM VALIDATE-LEG-ACCOUNT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LEG-COUNT
                      OR RETURN-STATUS NOT = '0000'
           END-IF

           IF RETURN-STATUS = '0000'
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               PERFORM APPLY-REVERSAL-LEG
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LEG-COUNT
                      OR REVERSAL-HAS-FAILED

               IF REVERSAL-HAS-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   IF RETURN-STATUS = '0000'
                       MOVE '4065' TO RETURN-STATUS
                       MOVE 'REVERSAL FAILED - ROLLED BACK'
                           TO RETURN-MSG
                   END-IF
                   MOVE 0 TO REVERSED-AMOUNT
                   MOVE 0 TO NEW-BALANCE
                   MOVE 0 TO REVERSAL-POSTING-SEQ
                   MOVE SPACES TO PAIR-ACCT-NUMBER
                   MOVE 0 TO PAIR-REVERSAL-SEQ
               ELSE
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   MOVE WS-LEG-REV-AMOUNT (1) TO REVERSED-AMOUNT
                   MOVE WS-LEG-REV-SEQ (1) TO REVERSAL-POSTING-SEQ
                   IF WS-LEG-COUNT > 1
                       MOVE WS-LEG-ACCT-NUMBER (2) TO PAIR-ACCT-NUMBER
                       MOVE WS-LEG-REV-SEQ (2) TO PAIR-REVERSAL-SEQ
                   END-IF
                   MOVE 'POSTING REVERSED OK' TO RETURN-MSG
               END-IF
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       VERIFY-CUSTOMER.
           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(CUST-NO OF POSTING-REVERSAL-IN)
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

       READ-ORIGINAL-POSTING.
           MOVE ACCT-NUMBER OF POSTING-REVERSAL-IN TO WS-HIST-KEY-ACCT
           MOVE REVERSE-POSTING-SEQ TO WS-HIST-KEY-SEQ

           EXEC CICS READ
               FILE('ACCTHST')
               INTO(ACCOUNT-HISTORY-RECORD)
               RIDFLD(WS-HIST-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4060' TO RETURN-STATUS
               MOVE 'POSTING NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE 1 TO WS-LEG-COUNT
               MOVE 1 TO WS-SUB
               PERFORM LOAD-LEG-FROM-HISTORY
               PERFORM CHECK-NOT-ALREADY-REVERSED
           END-IF.

       LOAD-LEG-FROM-HISTORY.
           MOVE ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
               TO WS-LEG-ACCT-NUMBER (WS-SUB)
           MOVE POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
               TO WS-LEG-ORIG-SEQ (WS-SUB)
           MOVE POSTING-DATE OF ACCOUNT-HISTORY-RECORD
               TO WS-LEG-ORIG-DATE (WS-SUB)
           MOVE POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
               TO WS-LEG-ORIG-AMOUNT (WS-SUB)
           MOVE POSTING-DESC OF ACCOUNT-HISTORY-RECORD
               TO WS-LEG-ORIG-DESC (WS-SUB)
           COMPUTE WS-LEG-REV-AMOUNT (WS-SUB) =
               0 - POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
           MOVE 0 TO WS-LEG-REV-SEQ (WS-SUB).

      *    The register is keyed by the posting reversed, so finding
      *    the posting there means it has been reversed already.
       CHECK-NOT-ALREADY-REVERSED.
           MOVE WS-LEG-ACCT-NUMBER (WS-SUB) TO REV-ORIG-ACCT-NUMBER
           MOVE WS-LEG-ORIG-SEQ (WS-SUB) TO REV-ORIG-POSTING-SEQ

           EXEC CICS READ
               FILE('REVREG')
               INTO(REVERSAL-REGISTER-RECORD)
               RIDFLD(REV-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE '4061' TO RETURN-STATUS
               MOVE 'POSTING ALREADY REVERSED' TO RETURN-MSG
           END-IF.

      *    ACCTPST writes its code and a space ahead of the teller's
      *    narrative, and ACCTXFR refuses a narrative that starts the
      *    same way, so a code followed by a space marks a posting
      *    made through ACCTPST. A standing-order transfer leg carries
      *    the order's 'S/O' narrative instead of the account at the
      *    other end, so its pair cannot be found and it is refused
      *    rather than reversed alone.
       CLASSIFY-ORIGINAL-POSTING.
           MOVE 'N' TO WS-TXN-CODE-OK
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TXN-CODE-COUNT
               IF WS-LEG-ORIG-DESC (1) (1:3) = WS-TXN-CODE (WS-SUB)
                  AND WS-LEG-ORIG-DESC (1) (4:1) = SPACE
                   MOVE 'Y' TO WS-TXN-CODE-OK
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LEG-ORIG-AMOUNT (1) = 0
                   MOVE '4062' TO RETURN-STATUS
                   MOVE 'POSTING CANNOT BE REVERSED' TO RETURN-MSG
               WHEN WS-LEG-ORIG-DESC (1) (1:7) = 'TRF TO '
                   PERFORM FIND-TRANSFER-CREDIT-LEG
               WHEN WS-LEG-ORIG-DESC (1) (1:9) = 'TRF FROM '
                   PERFORM FIND-TRANSFER-DEBIT-LEG
               WHEN WS-LEG-ORIG-DESC (1) (1:4) = 'S/O '
                   MOVE '4062' TO RETURN-STATUS
                   MOVE 'TRANSFER LEG CANNOT BE REVERSED ALONE'
                       TO RETURN-MSG
               WHEN NOT TXN-CODE-IS-KNOWN
                   MOVE '4062' TO RETURN-STATUS
                   MOVE 'POSTING CANNOT BE REVERSED' TO RETURN-MSG
               WHEN WS-LEG-ORIG-DESC (1) (1:3) = 'CHQ'
                AND WS-LEG-ORIG-AMOUNT (1) > 0
                   PERFORM CHECK-CHEQUE-CLEARED
           END-EVALUATE.

       CHECK-CHEQUE-CLEARED.
           MOVE WS-LEG-ACCT-NUMBER (1) TO UNCL-ACCT-NUMBER
           MOVE WS-LEG-ORIG-SEQ (1) TO UNCL-POSTING-SEQ-NO

           EXEC CICS READ
               FILE('UNCLITEM')
               INTO(UNCLEARED-ITEM-RECORD)
               RIDFLD(UNCL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE '4063' TO RETURN-STATUS
               MOVE 'CHEQUE NOT CLEARED - USE CHEQUE RETURN'
                   TO RETURN-MSG
           END-IF.

      *    A 'TRF FROM' credit names the source account and the
      *    source leg's own sequence, so the debit leg is read by key
      *    and checked to point back at this account for the same
      *    amount.
       FIND-TRANSFER-DEBIT-LEG.
           MOVE WS-LEG-ORIG-DESC (1) (20:6) TO WS-PAIR-SEQ-TEXT
           IF WS-PAIR-SEQ-TEXT IS NOT NUMERIC
               MOVE '4064' TO RETURN-STATUS
               MOVE 'TRANSFER PAIR NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE WS-LEG-ORIG-DESC (1) (10:8) TO WS-HIST-KEY-ACCT
               MOVE WS-PAIR-SEQ-TEXT TO WS-HIST-KEY-SEQ

               EXEC CICS READ
                   FILE('ACCTHST')
                   INTO(ACCOUNT-HISTORY-RECORD)
                   RIDFLD(WS-HIST-KEY)
                   RESP(WS-RESP)
               END-EXEC

               MOVE SPACES TO WS-PAIR-DESC
               STRING 'TRF TO ' WS-LEG-ACCT-NUMBER (1)
                      ' #' WS-PAIR-SEQ-TEXT
                   DELIMITED BY SIZE INTO WS-PAIR-DESC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                         NOT = WS-PAIR-DESC
                  OR POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                         NOT = WS-LEG-REV-AMOUNT (1)
                   MOVE '4064' TO RETURN-STATUS
                   MOVE 'TRANSFER PAIR NOT FOUND' TO RETURN-MSG
               ELSE
                   MOVE 2 TO WS-LEG-COUNT
                   MOVE 2 TO WS-SUB
                   PERFORM LOAD-LEG-FROM-HISTORY
                   PERFORM CHECK-NOT-ALREADY-REVERSED
               END-IF
           END-IF.

      *    A 'TRF TO' debit names the target account, whose credit
      *    leg was posted in the same unit of work under whatever
      *    sequence that account had reached. Its postings are
      *    browsed backwards from the latest one, the way ACCTPST's
      *    duplicate check does, until the matching 'TRF FROM' leg is
      *    found or the browse passes back beyond the transfer date.
       FIND-TRANSFER-CREDIT-LEG.
           MOVE WS-LEG-ORIG-DESC (1) (8:8) TO WS-PAIR-ACCT-NUMBER
           MOVE WS-LEG-ORIG-DESC (1) (18:6) TO WS-PAIR-SEQ-TEXT
           MOVE 'N' TO WS-PAIR-FOUND

           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(WS-PAIR-ACCT-NUMBER)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-PAIR-SEQ-TEXT IS NUMERIC
               MOVE SPACES TO WS-PAIR-DESC
               STRING 'TRF FROM ' WS-LEG-ACCT-NUMBER (1)
                      ' #' WS-PAIR-SEQ-TEXT
                   DELIMITED BY SIZE INTO WS-PAIR-DESC
               PERFORM BROWSE-FOR-CREDIT-LEG
           END-IF

           IF NOT PAIR-WAS-FOUND
               MOVE '4064' TO RETURN-STATUS
               MOVE 'TRANSFER PAIR NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE 2 TO WS-LEG-COUNT
               MOVE 2 TO WS-SUB
               PERFORM LOAD-LEG-FROM-HISTORY
               PERFORM CHECK-NOT-ALREADY-REVERSED
           END-IF.

       BROWSE-FOR-CREDIT-LEG.
           MOVE 'N' TO WS-HIST-BROWSE-DONE
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO WS-HIST-BROWSE-ACCT
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO WS-HIST-BROWSE-SEQ

           EXEC CICS STARTBR
               FILE('ACCTHST')
               RIDFLD(WS-HIST-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-PREV-PAIR-POSTING
                   UNTIL HIST-BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTHST')
               END-EXEC
           END-IF.

      *    As in ACCTPST, the first READPREV can return a record
      *    beyond this account when the GTEQ start positioned past
      *    it; anything keyed higher is skipped.
       READ-PREV-PAIR-POSTING.
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
                       > ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
                   CONTINUE
               WHEN ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
                       < ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                       < WS-LEG-ORIG-DATE (1)
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                       = WS-PAIR-DESC
                AND POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                       = WS-LEG-REV-AMOUNT (1)
                   MOVE 'Y' TO WS-PAIR-FOUND
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
           END-EVALUATE.

      *    The named account must belong to the caller, or the caller
      *    must be linked to it on ACCTPTY; the other leg of a
      *    transfer is the counterparty's and is held only to the
      *    posting rules.
       VALIDATE-LEG-ACCOUNT.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(WS-LEG-ACCT-NUMBER (WS-SUB))
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4004' TO RETURN-STATUS
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE 'Y' TO WS-PARTY-OK
               IF WS-SUB = 1
                   PERFORM CHECK-ACCOUNT-PARTY
               END-IF
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               ELSE
                   PERFORM CHECK-LEG-POSTING-RULES
               END-IF
           END-IF

           IF RETURN-STATUS NOT = '0000' AND WS-SUB > 1
               MOVE WS-LEG-ACCT-NUMBER (WS-SUB) TO PAIR-ACCT-NUMBER
           END-IF.

       CHECK-ACCOUNT-PARTY.
           MOVE 'N' TO WS-PARTY-OK
           IF CUST-NO OF ACCOUNT-MASTER-RECORD
                   = CUST-NO OF POSTING-REVERSAL-IN
               MOVE 'Y' TO WS-PARTY-OK
           ELSE
               MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
                   TO PTY-ACCT-NUMBER
               MOVE CUST-NO OF POSTING-REVERSAL-IN TO PTY-CUST-NO

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

       CHECK-LEG-POSTING-RULES.
           EVALUATE TRUE
               WHEN ACCOUNT-IS-FROZEN OF ACCOUNT-MASTER-RECORD
                   MOVE '4033' TO RETURN-STATUS
                   MOVE 'ACCOUNT IS FROZEN - NO POSTINGS'
                       TO RETURN-MSG
               WHEN ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD
                   MOVE '4034' TO RETURN-STATUS
                   MOVE 'ACCOUNT IS DORMANT' TO RETURN-MSG
               WHEN ACCOUNT-HAS-DEBIT-HOLD OF ACCOUNT-MASTER-RECORD
                AND WS-LEG-REV-AMOUNT (WS-SUB) < 0
                   MOVE '4035' TO RETURN-STATUS
                   MOVE 'ACCOUNT HAS DEBIT HOLD' TO RETURN-MSG
               WHEN NOT ACCOUNT-ACCEPTS-CREDITS
                       OF ACCOUNT-MASTER-RECORD
                   MOVE '4020' TO RETURN-STATUS
                   MOVE 'ACCOUNT IS NOT OPEN' TO RETURN-MSG
               WHEN WS-LEG-REV-AMOUNT (WS-SUB) < 0
                AND BALANCE OF ACCOUNT-MASTER-RECORD
                       - UNCLEARED-FUNDS
                       + WS-LEG-REV-AMOUNT (WS-SUB) < 0
                   MOVE '4021' TO RETURN-STATUS
                   MOVE 'INSUFFICIENT FUNDS FOR REVERSAL'
                       TO RETURN-MSG
           END-EVALUATE.

      *    Status and coverage are rechecked under the UPDATE lock:
      *    another task may have debited or held the account between
      *    the validation pass and this read.
       APPLY-REVERSAL-LEG.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(WS-LEG-ACCT-NUMBER (WS-SUB))
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REVERSAL-FAILED
           ELSE
               PERFORM CHECK-LEG-POSTING-RULES
               IF RETURN-STATUS NOT = '0000'
                   MOVE 'Y' TO WS-REVERSAL-FAILED
               ELSE
                   PERFORM UPDATE-MASTER-AND-REVERSE
               END-IF
           END-IF.

       UPDATE-MASTER-AND-REVERSE.
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO WS-BALANCE-BEFORE
           ADD WS-LEG-REV-AMOUNT (WS-SUB)
               TO BALANCE OF ACCOUNT-MASTER-RECORD
           ADD 1 TO LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO WS-LEG-REV-SEQ (WS-SUB)

           EXEC CICS REWRITE
               FILE('ACCTMSTR')
               FROM(ACCOUNT-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REVERSAL-FAILED
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-HISTORY-POSTING
               IF NOT REVERSAL-HAS-FAILED
                   PERFORM WRITE-REGISTER-RECORD
               END-IF
               IF NOT REVERSAL-HAS-FAILED AND WS-SUB = 1
                   MOVE BALANCE OF ACCOUNT-MASTER-RECORD
                       TO NEW-BALANCE
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTREV' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO AUD-ACCT-NUMBER
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
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
           MOVE LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD
               TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           MOVE WS-LEG-REV-AMOUNT (WS-SUB)
               TO POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
           MOVE SPACES TO POSTING-DESC OF ACCOUNT-HISTORY-RECORD
           STRING 'REV REVERSES #' WS-LEG-ORIG-SEQ (WS-SUB)
               DELIMITED BY SIZE
               INTO POSTING-DESC OF ACCOUNT-HISTORY-RECORD

           EXEC CICS WRITE
               FILE('ACCTHST')
               FROM(ACCOUNT-HISTORY-RECORD)
               RIDFLD(HIST-KEY OF ACCOUNT-HISTORY-RECORD)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REVERSAL-FAILED
           END-IF.

      *    A transfer's two register records point at each other's
      *    original posting, so either leg leads to the whole pair.
      *    DUPREC here means a concurrent reversal of the same
      *    posting got in first.
       WRITE-REGISTER-RECORD.
           MOVE WS-LEG-ACCT-NUMBER (WS-SUB) TO REV-ORIG-ACCT-NUMBER
           MOVE WS-LEG-ORIG-SEQ (WS-SUB) TO REV-ORIG-POSTING-SEQ
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO REV-CUST-NO
           MOVE WS-LEG-ORIG-DATE (WS-SUB) TO REV-ORIG-POSTING-DATE
           MOVE WS-LEG-ORIG-AMOUNT (WS-SUB) TO REV-ORIG-AMOUNT
           MOVE WS-LEG-ORIG-DESC (WS-SUB) TO REV-ORIG-DESC
           MOVE WS-LEG-REV-SEQ (WS-SUB) TO REV-POSTING-SEQ-NO
           MOVE WS-BUSINESS-DATE TO REV-BUSINESS-DATE
           MOVE WS-TIMESTAMP TO REV-TIMESTAMP
           MOVE EIBOPID TO REV-OPERATOR-ID
           MOVE EIBTRMID TO REV-TERMINAL-ID
           IF WS-LEG-COUNT > 1
               IF WS-SUB = 1
                   MOVE WS-LEG-ACCT-NUMBER (2) TO REV-PAIR-ACCT-NUMBER
                   MOVE WS-LEG-ORIG-SEQ (2) TO REV-PAIR-POSTING-SEQ
               ELSE
                   MOVE WS-LEG-ACCT-NUMBER (1) TO REV-PAIR-ACCT-NUMBER
                   MOVE WS-LEG-ORIG-SEQ (1) TO REV-PAIR-POSTING-SEQ
               END-IF
           ELSE
               MOVE SPACES TO REV-PAIR-ACCT-NUMBER
               MOVE 0 TO REV-PAIR-POSTING-SEQ
           END-IF

           EXEC CICS WRITE
               FILE('REVREG')
               FROM(REVERSAL-REGISTER-RECORD)
               RIDFLD(REV-KEY)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'Y' TO WS-REVERSAL-FAILED
                   MOVE '4061' TO RETURN-STATUS
                   MOVE 'POSTING ALREADY REVERSED' TO RETURN-MSG
               WHEN OTHER
                   MOVE 'Y' TO WS-REVERSAL-FAILED
           END-EVALUATE.

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
