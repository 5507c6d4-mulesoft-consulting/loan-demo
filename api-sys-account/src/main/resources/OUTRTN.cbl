       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTRTN.

      *    Overnight outbound payment returns. Loads OUTREJ, the file
      *    of outbound payments the clearing house could not apply at
      *    the beneficiary's bank, and puts each one back on the
      *    paying account: the reject quotes the payment reference
      *    OUTCLR sent (the paying account and the POSTING-SEQ-NO of
      *    the OUTPAY debit), the item is found on OUTPMT, and the
      *    amount is credited back with an 'OPR' posting on ACCTHST
      *    naming the failed payment, journaled to ACCTAUD under the
      *    clearing operator like a CLRINTK item. The payment is
      *    marked returned with the business date, the clearing
      *    house's reason code and the sequence number of the credit,
      *    so it can never be re-credited. Every reject, credited or
      *    refused, gets an OUTRTNRP line carrying the disposition,
      *    an ACCTPST-style status and reason, and the clearing
      *    house's own reason code; a refused one - unknown payment,
      *    amount or status not matching what was sent, already
      *    returned, or the paying account since closed - is left to
      *    the branch to settle by hand.
      *
      *    As with CHQRTN, the account's status is deliberately not
      *    checked beyond not-closed: the customer's own money coming
      *    back must reach a frozen, dormant or held account too, or
      *    it would have nowhere to sit.
      *
      *    Every detail record read is counted and totalled, and the
      *    figures must tie to the clearing house's trailer record
      *    before the RUNCTL step is marked complete, exactly as
      *    CLRINTK ties its intake; a missing trailer, a short file
      *    or a misplaced record ends the job RC 16 with the step
      *    still in progress.
      *
      *    The run is framed by a RUNCTL record (business date from
      *    the BUSNDATE control record DAYROLL moves on at the end of
      *    each night): a completed record for the date ends the
      *    job with RC 8, and RUN-CHECKPOINT-KEY carries the count of
      *    rejects already processed, advanced after each one's
      *    report line is written, so a rerun skips what was already
      *    done. The credit's sequence number is reserved and stamped
      *    on the payment - rewritten as returned - BEFORE the history
      *    posting, audit and master are written, so the payment
      *    record is the marker for the one item a failed attempt can
      *    have been cut down on: the first reject past the resume
      *    count. If that payment already shows returned tonight, the
      *    credit is complete when the master has reached the stamped
      *    sequence, and otherwise the remaining writes are redone on
      *    top - the history posting laid down again over a
      *    duplicate key the way CLRINTK recovers its postings. Any
      *    other reject of a payment already returned is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-REJECT-FILE ASSIGN TO OUTREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT OUTBOUND-RETURN-REPORT-FILE ASSIGN TO OUTRTNRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUTBOUND-PAYMENT-FILE ASSIGN TO OUTPMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPY-KEY
               FILE STATUS IS WS-PMT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO ACCTHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY OF ACCOUNT-HISTORY-RECORD
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-REJECT-FILE.
           COPY OUTREJ.
       FD  OUTBOUND-RETURN-REPORT-FILE.
           COPY OUTRTNRP.
       FD  OUTBOUND-PAYMENT-FILE.
           COPY OUTPMT.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       FD  ACCOUNT-HISTORY-FILE.
           COPY ACCTHST.
       FD  ACCOUNT-AUDIT-FILE.
           COPY ACCTAUD.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-REJ-STATUS              PIC XX.
       01 WS-RPT-STATUS              PIC XX.
       01 WS-PMT-STATUS              PIC XX.
       01 WS-MSTR-STATUS             PIC XX.
       01 WS-HIST-STATUS             PIC XX.
       01 WS-AUD-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-RESUMING                PIC X VALUE 'N'.
           88 RUN-IS-RESUMING        VALUE 'Y'.
       01 WS-RESUME-COUNT            PIC 9(8) VALUE 0.
       01 WS-END-OF-REJECTS          PIC X VALUE 'N'.
           88 END-OF-REJECTS         VALUE 'Y'.
       01 WS-IO-FAILED               PIC X VALUE 'N'.
           88 AN-IO-FAILED           VALUE 'Y'.
       01 WS-TRAILER-SEEN            PIC X VALUE 'N'.
           88 TRAILER-WAS-SEEN       VALUE 'Y'.
       01 WS-BAD-RECORD              PIC X VALUE 'N'.
           88 A-BAD-RECORD-SEEN      VALUE 'Y'.
       01 WS-CREDIT-DONE             PIC X VALUE 'N'.
           88 CREDIT-WAS-DONE        VALUE 'Y'.
       01 WS-DETAIL-COUNT            PIC 9(8) VALUE 0.
       01 WS-DETAIL-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TRAILER-COUNT           PIC 9(8) VALUE 0.
       01 WS-TRAILER-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CREDITED-COUNT          PIC 9(8) VALUE 0.
       01 WS-CREDITED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REFUSED-COUNT           PIC 9(8) VALUE 0.
       01 WS-ITEM-STATUS             PIC X(4).
       01 WS-ITEM-REASON             PIC X(45).
       01 WS-CREDIT-SEQ              PIC 9(6).
       01 WS-BALANCE-BEFORE          PIC S9(7)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-REJ-STATUS NOT = '00' OR WS-PMT-STATUS NOT = '00'
              OR WS-MSTR-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
              OR WS-AUD-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'OUTRTN: FILE OPEN FAILED - REJ='
                   WS-REJ-STATUS ' PMT=' WS-PMT-STATUS
                   ' MSTR=' WS-MSTR-STATUS ' HIST=' WS-HIST-STATUS
                   ' AUD=' WS-AUD-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'OUTRTN: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'OUTRTN: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'OUTRTN: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    A resumed run appends to the report the failed attempt
      *    cut; a fresh run starts a new one.
           IF RUN-IS-RESUMING
               OPEN EXTEND OUTBOUND-RETURN-REPORT-FILE
           ELSE
               OPEN OUTPUT OUTBOUND-RETURN-REPORT-FILE
           END-IF

           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'OUTRTN: FILE OPEN FAILED - RPT='
                   WS-RPT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-NEXT-REJECT-RECORD
           PERFORM PROCESS-ONE-RECORD
               UNTIL END-OF-REJECTS OR AN-IO-FAILED
                  OR A-BAD-RECORD-SEEN

           IF AN-IO-FAILED
               DISPLAY 'OUTRTN: I-O FAILURE - PMT=' WS-PMT-STATUS
                   ' MSTR=' WS-MSTR-STATUS ' HIST=' WS-HIST-STATUS
                   ' AUD=' WS-AUD-STATUS ' RPT=' WS-RPT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF A-BAD-RECORD-SEEN
               DISPLAY 'OUTRTN: UNRECOGNIZED OR MISPLACED RECORD'
                   ' AFTER ITEM ' WS-DETAIL-COUNT
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT TRAILER-WAS-SEEN
               DISPLAY 'OUTRTN: NO TRAILER RECORD ON REJECT FILE'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
              OR WS-DETAIL-AMOUNT NOT = WS-TRAILER-AMOUNT
               DISPLAY 'OUTRTN: CONTROL TOTALS DO NOT TIE TO TRAILER'
               DISPLAY 'OUTRTN: READ COUNT=' WS-DETAIL-COUNT
                   ' AMOUNT=' WS-DETAIL-AMOUNT
               DISPLAY 'OUTRTN: TRLR COUNT=' WS-TRAILER-COUNT
                   ' AMOUNT=' WS-TRAILER-AMOUNT
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'OUTRTN: CREDITED ' WS-CREDITED-COUNT
               ' REFUSED ' WS-REFUSED-COUNT
               ' OF ' WS-DETAIL-COUNT ' RETURNS'
           DISPLAY 'OUTRTN: AMOUNT CREDITED=' WS-CREDITED-AMOUNT
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OUTBOUND-REJECT-FILE
           OPEN I-O OUTBOUND-PAYMENT-FILE
           OPEN I-O ACCOUNT-MASTER-FILE
           OPEN I-O ACCOUNT-HISTORY-FILE
           OPEN EXTEND ACCOUNT-AUDIT-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE OUTBOUND-REJECT-FILE
           CLOSE OUTBOUND-RETURN-REPORT-FILE
           CLOSE OUTBOUND-PAYMENT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE ACCOUNT-HISTORY-FILE
           CLOSE ACCOUNT-AUDIT-FILE
           CLOSE RUN-CONTROL-FILE.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       GET-BUSINESS-DATE.
           MOVE 0 TO WS-RUN-DATE
           MOVE 'BUSNDATE' TO RUN-PROGRAM-ID
           MOVE 0 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUN-CHECKPOINT-KEY IS NUMERIC
                       MOVE RUN-CHECKPOINT-KEY TO WS-RUN-DATE
                   END-IF
           END-READ.

      *    The suite's dependency order is carried on RUNCTL itself:
      *    a record keyed by this program and the sentinel date
      *    99999999 names the step that must show RUN-IS-COMPLETED
      *    for the night first, in RUN-CHECKPOINT-KEY - maintained
      *    by operations the way the BUSNDATE record is. No record
      *    means no predecessor, so steps gate in without recompiles
      *    as the schedule changes.
       CHECK-PREDECESSOR-DONE.
           MOVE SPACES TO WS-PREDECESSOR
           MOVE 'OUTRTN' TO RUN-PROGRAM-ID
           MOVE 99999999 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RUN-CHECKPOINT-KEY TO WS-PREDECESSOR
           END-READ

           IF WS-PREDECESSOR = SPACES
              OR WS-PREDECESSOR = LOW-VALUES
               MOVE 'Y' TO WS-PREDECESSOR-DONE
           ELSE
               MOVE 'N' TO WS-PREDECESSOR-DONE
               MOVE WS-PREDECESSOR TO RUN-PROGRAM-ID
               MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUN-IS-COMPLETED
                           MOVE 'Y' TO WS-PREDECESSOR-DONE
                       END-IF
               END-READ
           END-IF.

       INIT-RUN-CONTROL.
           MOVE 'OUTRTN' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-RUN-CONTROL
               NOT INVALID KEY
                   IF RUN-IS-COMPLETED
                       MOVE 'Y' TO WS-RUN-ALREADY-DONE
                   ELSE
                       MOVE 'Y' TO WS-RESUMING
                       IF RUN-CHECKPOINT-KEY IS NUMERIC
                           MOVE RUN-CHECKPOINT-KEY TO WS-RESUME-COUNT
                       END-IF
                       MOVE FUNCTION CURRENT-DATE
                           TO RUN-START-TIMESTAMP
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
           END-READ.

       WRITE-NEW-RUN-CONTROL.
           MOVE 'OUTRTN' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE ZEROES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       UPDATE-CHECKPOINT.
           MOVE 'OUTRTN' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-DETAIL-COUNT TO RUN-CHECKPOINT-KEY
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       COMPLETE-RUN-CONTROL.
           MOVE 'OUTRTN' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-NEXT-REJECT-RECORD.
           READ OUTBOUND-REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REJECTS
           END-READ.

       PROCESS-ONE-RECORD.
           EVALUATE TRUE
               WHEN ORJ-DETAIL-REC AND TRAILER-WAS-SEEN
                   MOVE 'Y' TO WS-BAD-RECORD
               WHEN ORJ-DETAIL-REC
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD ORJ-AMOUNT TO WS-DETAIL-AMOUNT
                   IF WS-DETAIL-COUNT > WS-RESUME-COUNT
                       PERFORM PROCESS-ONE-REJECT
                   END-IF
               WHEN ORJ-TRAILER-REC AND TRAILER-WAS-SEEN
                   MOVE 'Y' TO WS-BAD-RECORD
               WHEN ORJ-TRAILER-REC
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE ORJ-TRAILER-COUNT TO WS-TRAILER-COUNT
                   MOVE ORJ-TRAILER-AMOUNT TO WS-TRAILER-AMOUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-BAD-RECORD
           END-EVALUATE

           IF NOT AN-IO-FAILED AND NOT A-BAD-RECORD-SEEN
               PERFORM READ-NEXT-REJECT-RECORD
           END-IF.

       PROCESS-ONE-REJECT.
           MOVE '0000' TO WS-ITEM-STATUS
           MOVE SPACES TO WS-ITEM-REASON
           MOVE 'N' TO WS-CREDIT-DONE
           MOVE 0 TO WS-CREDIT-SEQ

           PERFORM VALIDATE-ONE-REJECT

           IF WS-ITEM-STATUS = '0000' AND NOT CREDIT-WAS-DONE
               PERFORM CREDIT-ONE-RETURN
           END-IF

           IF AN-IO-FAILED
               CONTINUE
           ELSE
               IF WS-ITEM-STATUS = '0000'
                   ADD 1 TO WS-CREDITED-COUNT
                   ADD ORJ-AMOUNT TO WS-CREDITED-AMOUNT
                   PERFORM WRITE-CREDITED-LINE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM WRITE-REFUSED-LINE
               END-IF
               IF NOT AN-IO-FAILED
                   PERFORM UPDATE-CHECKPOINT
               END-IF
           END-IF.

      *    The reject must name a payment that was sent and not yet
      *    returned, for the amount that was sent. The one exception
      *    is the first reject past a resumed run's checkpoint, whose
      *    payment the failed attempt may already have marked
      *    returned tonight; CHECK-RETURN-COMPLETED decides whether
      *    its credit still has to be finished.
       VALIDATE-ONE-REJECT.
           MOVE ORJ-REF-ACCT-NUMBER TO OPY-ACCT-NUMBER
           MOVE ORJ-REF-POSTING-SEQ TO OPY-POSTING-SEQ
           READ OUTBOUND-PAYMENT-FILE
               INVALID KEY
                   MOVE SPACES TO OPY-CUST-NO
                   MOVE '4094' TO WS-ITEM-STATUS
                   MOVE 'OUTBOUND PAYMENT NOT FOUND' TO WS-ITEM-REASON
           END-READ

           IF WS-ITEM-STATUS = '0000'
               EVALUATE TRUE
                   WHEN PAYMENT-IS-RETURNED
                    AND RUN-IS-RESUMING
                    AND WS-DETAIL-COUNT = WS-RESUME-COUNT + 1
                    AND OPY-RETURN-DATE = WS-RUN-DATE
                    AND OPY-AMOUNT = ORJ-AMOUNT
                       PERFORM CHECK-RETURN-COMPLETED
                   WHEN PAYMENT-IS-RETURNED
                       MOVE '4096' TO WS-ITEM-STATUS
                       MOVE 'PAYMENT ALREADY RETURNED' TO WS-ITEM-REASON
                   WHEN NOT PAYMENT-IS-SENT
                     OR OPY-AMOUNT NOT = ORJ-AMOUNT
                       MOVE '4095' TO WS-ITEM-STATUS
                       MOVE 'RETURN DOES NOT MATCH PAYMENT SENT'
                           TO WS-ITEM-REASON
                   WHEN OTHER
                       PERFORM VERIFY-PAYING-ACCOUNT
               END-EVALUATE
           END-IF.

       VERIFY-PAYING-ACCOUNT.
           MOVE OPY-ACCT-NUMBER TO ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE '4004' TO WS-ITEM-STATUS
                   MOVE 'ACCOUNT NOT FOUND' TO WS-ITEM-REASON
               NOT INVALID KEY
                   IF ACCOUNT-IS-CLOSED OF ACCOUNT-MASTER-RECORD
                       MOVE '4009' TO WS-ITEM-STATUS
                       MOVE 'ACCOUNT ALREADY CLOSED' TO WS-ITEM-REASON
                   END-IF
           END-READ.

      *    The payment was marked returned, with the credit's reserved
      *    sequence, before any other write of the failed attempt.
      *    The master reaching that sequence means every write went
      *    through and only the report line and checkpoint are
      *    redone; otherwise the credit is finished under the same
      *    sequence, the history posting replacing any the attempt
      *    left behind.
       CHECK-RETURN-COMPLETED.
           MOVE OPY-RETURN-SEQ TO WS-CREDIT-SEQ
           PERFORM VERIFY-PAYING-ACCOUNT
           IF WS-ITEM-STATUS = '4009'
               MOVE '0000' TO WS-ITEM-STATUS
               MOVE SPACES TO WS-ITEM-REASON
           END-IF

           IF WS-ITEM-STATUS = '0000'
               IF LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD
                       NOT < WS-CREDIT-SEQ
                   MOVE 'Y' TO WS-CREDIT-DONE
               ELSE
                   PERFORM FINISH-ONE-RETURN
                   MOVE 'Y' TO WS-CREDIT-DONE
               END-IF
           END-IF.

      *    The payment is marked returned first, carrying the
      *    sequence reserved for the credit - the marker a rerun
      *    recovers from - and the credit is then posted, journaled
      *    and applied to the master, in the order CLRINTK uses.
       CREDIT-ONE-RETURN.
           COMPUTE WS-CREDIT-SEQ =
               LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD + 1

           SET PAYMENT-IS-RETURNED TO TRUE
           MOVE WS-RUN-DATE TO OPY-RETURN-DATE
           MOVE ORJ-REASON-CODE TO OPY-RETURN-REASON
           MOVE WS-CREDIT-SEQ TO OPY-RETURN-SEQ
           REWRITE OUTBOUND-PAYMENT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-REWRITE

           IF NOT AN-IO-FAILED
               PERFORM FINISH-ONE-RETURN
           END-IF.

       FINISH-ONE-RETURN.
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO WS-BALANCE-BEFORE
           ADD OPY-AMOUNT TO BALANCE OF ACCOUNT-MASTER-RECORD
           MOVE WS-CREDIT-SEQ
               TO LAST-POSTING-SEQ OF ACCOUNT-MASTER-RECORD

           PERFORM WRITE-HISTORY-POSTING

           IF NOT AN-IO-FAILED
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           IF NOT AN-IO-FAILED
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-IO-FAILED
               END-REWRITE
           END-IF.

      *    POSTING-DESC names the failed payment by its reference -
      *    the paying account and the sequence of the original
      *    'OPY' debit.
       WRITE-HISTORY-POSTING.
           MOVE OPY-ACCT-NUMBER
               TO ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
           MOVE WS-CREDIT-SEQ
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE OPY-CUST-NO TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-RUN-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           MOVE OPY-AMOUNT
               TO POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
           MOVE SPACES TO POSTING-DESC OF ACCOUNT-HISTORY-RECORD
           STRING 'OPR RETURN OF ' OPY-ACCT-NUMBER '/'
                  OPY-POSTING-SEQ
               DELIMITED BY SIZE
               INTO POSTING-DESC OF ACCOUNT-HISTORY-RECORD

           WRITE ACCOUNT-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE TRUE
               WHEN WS-HIST-STATUS = '22'
                   REWRITE ACCOUNT-HISTORY-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-IO-FAILED
                   END-REWRITE
               WHEN WS-HIST-STATUS NOT = '00'
                   MOVE 'Y' TO WS-IO-FAILED
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-RUN-DATE TO AUD-BUSINESS-DATE
           MOVE 'OUTRTN' TO AUD-SOURCE-PROGRAM
           MOVE 'CLR' TO AUD-OPERATOR-ID
           MOVE 'BTCH' TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE OPY-CUST-NO TO AUD-CUST-NO
           MOVE OPY-ACCT-NUMBER TO AUD-ACCT-NUMBER
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

           WRITE ACCOUNT-AUDIT-RECORD
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

       WRITE-CREDITED-LINE.
           SET RETURN-WAS-CREDITED TO TRUE
           MOVE '0000' TO ORR-STATUS
           MOVE 'PAYMENT RETURNED TO ACCOUNT' TO ORR-REASON
           MOVE WS-CREDIT-SEQ TO ORR-CREDIT-SEQ
           PERFORM WRITE-REPORT-LINE.

       WRITE-REFUSED-LINE.
           SET RETURN-WAS-REFUSED TO TRUE
           MOVE WS-ITEM-STATUS TO ORR-STATUS
           MOVE WS-ITEM-REASON TO ORR-REASON
           MOVE 0 TO ORR-CREDIT-SEQ
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-DETAIL-COUNT TO ORR-ITEM-SEQ-NO
           MOVE ORJ-REF-ACCT-NUMBER TO ORR-ACCT-NUMBER
           MOVE ORJ-REF-POSTING-SEQ TO ORR-POSTING-SEQ
           MOVE OPY-CUST-NO TO ORR-CUST-NO
           MOVE ORJ-AMOUNT TO ORR-AMOUNT
           MOVE ORJ-REASON-CODE TO ORR-CLEARING-REASON
           WRITE OUTBOUND-RETURN-REPORT-RECORD
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.
