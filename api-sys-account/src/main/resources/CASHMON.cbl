       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.

      *    Nightly cash transaction monitoring for compliance. Reads
      *    ACCTHST for the postings inside the monitoring window and
      *    looks, per customer across all of their accounts, for
      *    three patterns, each raising a case on the SUSPCASE case
      *    file for compliance to work through CASEMNT:
      *
      *      LCD  large cash - the customer's cash deposits ('CSH'
      *           credits) on the business date total the large-cash
      *           amount or more;
      *      STR  structuring - within the rolling window ending on
      *           the business date the customer made at least the
      *           set number of cash deposits each just under the
      *           reporting threshold (below it by no more than the
      *           near margin);
      *      PTH  pass-through - on the business date the customer
      *           both paid in (cash or cheque credits) and took out
      *           (any debit but the bank's own interest, fee and
      *           overdraft entries) at least the pass-through
      *           amount, so money came in and went straight out
      *           again.
      *
      *    The thresholds, margin, count and window (in calendar
      *    days, ending on the business date) are held on the
      *    CASHPARM parameter file, the way CHQCLEAR takes its
      *    clearing days from CHQPARM, so compliance can retune them
      *    without a recompile. A posting belongs to the customer it
      *    was posted for (the CUST-NO on ACCTHST), so a joint
      *    holder's deposits roll up with that holder's own
      *    accounts. ACCTHST is keyed by account, so the postings of
      *    interest are sorted into customer and account order to be
      *    rolled up, the way EXPSRPT rolls up the account master.
      *
      *    A customer who already has a live case (open or escalated)
      *    for a pattern is not alerted on that pattern again until
      *    compliance closes it; the night's counts show how many
      *    alerts were held back this way. Each new case carries the
      *    item and account counts, the amounts that triggered it and
      *    the first account involved, and takes the next case
      *    sequence number under the customer.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the nightly suite: a
      *    completed record for the date ends the job with RC 8. A
      *    rerun after a failure is safe because ACCTHST is read-only
      *    here and any case the failed attempt wrote is live, so it
      *    holds back the same alert on the rerun. The business date
      *    comes from the BUSNDATE control record DAYROLL moves on at
      *    the end of each night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-MONITOR-PARM-FILE ASSIGN TO CASHPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO ACCTHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY OF ACCOUNT-HISTORY-RECORD
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SUSPICIOUS-CASE-FILE ASSIGN TO SUSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASH-SORT-FILE ASSIGN TO SORTWK1.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-MONITOR-PARM-FILE.
           COPY CASHPARM.
       FD  ACCOUNT-HISTORY-FILE.
           COPY ACCTHST.
       FD  SUSPICIOUS-CASE-FILE.
           COPY SUSPCASE.
       SD  CASH-SORT-FILE.
       01 SORT-CASH-RECORD.
           02 SRT-CUST-NO            PIC X(8).
           02 SRT-ACCT-NUMBER        PIC X(8).
           02 SRT-POSTING-DATE       PIC 9(8).
           02 SRT-TXN-CODE           PIC X(3).
           02 SRT-AMOUNT             PIC S9(7)V99 COMP-3.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS             PIC XX.
       01 WS-HIST-STATUS             PIC XX.
       01 WS-CASE-STATUS             PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-PARM-VALID              PIC X VALUE 'N'.
           88 PARM-IS-VALID          VALUE 'Y'.
       01 WS-END-OF-HISTORY          PIC X VALUE 'N'.
           88 END-OF-HISTORY         VALUE 'Y'.
       01 WS-END-OF-SORT             PIC X VALUE 'N'.
           88 END-OF-SORT            VALUE 'Y'.
       01 WS-END-OF-CASES            PIC X VALUE 'N'.
           88 END-OF-CASES           VALUE 'Y'.
       01 WS-IO-FAILED               PIC X VALUE 'N'.
           88 AN-IO-FAILED           VALUE 'Y'.
       01 WS-FIRST-RECORD            PIC X VALUE 'Y'.
           88 IS-FIRST-RECORD        VALUE 'Y'.
       01 WS-LARGE-CASH-AMOUNT       PIC S9(7)V99 COMP-3.
       01 WS-NEAR-FLOOR              PIC S9(7)V99 COMP-3.
       01 WS-REPORT-THRESHOLD        PIC S9(7)V99 COMP-3.
       01 WS-NEAR-COUNT              PIC 9(3).
       01 WS-WINDOW-DAYS             PIC 9(3).
       01 WS-PASS-THROUGH-AMOUNT     PIC S9(7)V99 COMP-3.
       01 WS-WINDOW-START            PIC 9(8).
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-CURRENT-CUST-NO         PIC X(8).
       01 WS-NEXT-CASE-SEQ           PIC 9(4).
       01 WS-CREDIT-AMOUNT           PIC S9(7)V99 COMP-3.
       01 WS-ALERT-COUNT             PIC 9(8) VALUE 0.
       01 WS-HELD-BACK-COUNT         PIC 9(8) VALUE 0.
       01 WS-CUSTOMER-COUNT          PIC 9(8) VALUE 0.
       01 WS-PAT-SUB                 PIC S9(4) COMP.
       01 WS-PAT-COUNT               PIC S9(4) COMP VALUE 3.
       01 WS-PAT-CODE-VALUES.
           02 FILLER                  PIC X(3) VALUE 'LCD'.
           02 FILLER                  PIC X(3) VALUE 'STR'.
           02 FILLER                  PIC X(3) VALUE 'PTH'.
       01 WS-PAT-CODE-TABLE REDEFINES WS-PAT-CODE-VALUES.
           02 WS-PAT-CODE             OCCURS 3 TIMES PIC X(3).
       01 WS-PATTERN-TABLE.
           02 WS-PATTERN-ENTRY        OCCURS 3 TIMES.
               03 WS-PAT-ITEM-COUNT   PIC 9(5).
               03 WS-PAT-AMOUNT       PIC S9(9)V99 COMP-3.
               03 WS-PAT-OUTFLOW      PIC S9(9)V99 COMP-3.
               03 WS-PAT-ACCT-COUNT   PIC 9(3).
               03 WS-PAT-FIRST-ACCT   PIC X(8).
               03 WS-PAT-LAST-ACCT    PIC X(8).
               03 WS-PAT-ALERT        PIC X.
                 88 PAT-IS-ALERTED    VALUE 'Y'.
               03 WS-PAT-LIVE-CASE    PIC X.
                 88 PAT-HAS-LIVE-CASE VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-PARM-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
              OR WS-CASE-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'CASHMON: FILE OPEN FAILED - PARM='
                   WS-PARM-STATUS ' HIST=' WS-HIST-STATUS
                   ' CASE=' WS-CASE-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'CASHMON: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'CASHMON: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'CASHMON: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-MONITOR-PARMS
           IF NOT PARM-IS-VALID
               DISPLAY 'CASHMON: INVALID MONITORING PARAMETERS'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

           SORT CASH-SORT-FILE
               ON ASCENDING KEY SRT-CUST-NO SRT-ACCT-NUMBER
               INPUT PROCEDURE IS RELEASE-CASH-ACTIVITY
               OUTPUT PROCEDURE IS ROLL-UP-CUSTOMERS

           IF AN-IO-FAILED
               DISPLAY 'CASHMON: I-O FAILURE - HIST=' WS-HIST-STATUS
                   ' CASE=' WS-CASE-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'CASHMON: CUSTOMERS WITH ACTIVITY '
               WS-CUSTOMER-COUNT ' WINDOW FROM ' WS-WINDOW-START
           DISPLAY 'CASHMON: CASES OPENED ' WS-ALERT-COUNT
               ' HELD BACK BY LIVE CASE ' WS-HELD-BACK-COUNT
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CASH-MONITOR-PARM-FILE
           OPEN INPUT ACCOUNT-HISTORY-FILE
           OPEN I-O SUSPICIOUS-CASE-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE CASH-MONITOR-PARM-FILE
           CLOSE ACCOUNT-HISTORY-FILE
           CLOSE SUSPICIOUS-CASE-FILE
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
           MOVE 'CASHMON' TO RUN-PROGRAM-ID
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
           MOVE 'CASHMON' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-RUN-CONTROL
               NOT INVALID KEY
                   IF RUN-IS-COMPLETED
                       MOVE 'Y' TO WS-RUN-ALREADY-DONE
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO RUN-START-TIMESTAMP
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
           END-READ.

       WRITE-NEW-RUN-CONTROL.
           MOVE 'CASHMON' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'CASHMON' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    Every figure must be present and positive, and the near
      *    margin must leave a band above zero below the threshold.
       READ-MONITOR-PARMS.
           MOVE 'N' TO WS-PARM-VALID
           READ CASH-MONITOR-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CMP-LARGE-CASH-AMOUNT IS NUMERIC
                      AND CMP-REPORT-THRESHOLD IS NUMERIC
                      AND CMP-NEAR-MARGIN IS NUMERIC
                      AND CMP-NEAR-COUNT IS NUMERIC
                      AND CMP-WINDOW-DAYS IS NUMERIC
                      AND CMP-PASS-THROUGH-AMOUNT IS NUMERIC
                       PERFORM LOAD-MONITOR-PARMS
                   END-IF
           END-READ.

       LOAD-MONITOR-PARMS.
           MOVE CMP-LARGE-CASH-AMOUNT TO WS-LARGE-CASH-AMOUNT
           MOVE CMP-REPORT-THRESHOLD TO WS-REPORT-THRESHOLD
           COMPUTE WS-NEAR-FLOOR =
               CMP-REPORT-THRESHOLD - CMP-NEAR-MARGIN
           MOVE CMP-NEAR-COUNT TO WS-NEAR-COUNT
           MOVE CMP-WINDOW-DAYS TO WS-WINDOW-DAYS
           MOVE CMP-PASS-THROUGH-AMOUNT TO WS-PASS-THROUGH-AMOUNT

           IF WS-LARGE-CASH-AMOUNT > 0
              AND WS-REPORT-THRESHOLD > 0
              AND CMP-NEAR-MARGIN > 0
              AND WS-NEAR-FLOOR > 0
              AND WS-NEAR-COUNT > 0
              AND WS-WINDOW-DAYS > 0
              AND WS-PASS-THROUGH-AMOUNT > 0
               MOVE 'Y' TO WS-PARM-VALID
           END-IF.

       RELEASE-CASH-ACTIVITY.
           PERFORM UNTIL END-OF-HISTORY OR AN-IO-FAILED
               READ ACCOUNT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-HISTORY
                   NOT AT END
                       PERFORM RELEASE-ONE-POSTING
               END-READ
           END-PERFORM

           IF WS-HIST-STATUS NOT = '00' AND NOT END-OF-HISTORY
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

      *    Only the postings a pattern can use go to the sort: cash
      *    credits across the window, the day's cheque credits, and
      *    every debit the customer made that day - the bank's own
      *    interest, fee and fee-reversal postings and the overdraft
      *    and brought-forward entries apart - so transfer legs,
      *    standing orders, outbound payments and cash withdrawals
      *    all count as money going out. Postings dated after the
      *    business date were keyed after the online cutover and
      *    belong to the next night.
       RELEASE-ONE-POSTING.
           IF POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                   NOT < WS-WINDOW-START
              AND POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                   NOT > WS-RUN-DATE
               MOVE POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:3)
                   TO SRT-TXN-CODE
               EVALUATE TRUE
                   WHEN SRT-TXN-CODE = 'CSH'
                    AND POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD > 0
                       PERFORM RELEASE-SORT-POSTING
                   WHEN POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                           NOT = WS-RUN-DATE
                       CONTINUE
                   WHEN SRT-TXN-CODE = 'CHQ'
                    AND POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD > 0
                       PERFORM RELEASE-SORT-POSTING
                   WHEN POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                           NOT < 0
                       CONTINUE
                   WHEN POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:4)
                           = 'INT '
                     OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:4)
                           = 'FEE '
                     OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:4)
                           = 'FRV '
                     OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                           = 'OVERDRAFT UPDATE'
                     OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                           = 'OVERDRAFT INTEREST'
                     OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                           = 'BALANCE BROUGHT FORWARD'
                       CONTINUE
                   WHEN OTHER
                       PERFORM RELEASE-SORT-POSTING
               END-EVALUATE
           END-IF.

       RELEASE-SORT-POSTING.
           MOVE CUST-NO OF ACCOUNT-HISTORY-RECORD TO SRT-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
               TO SRT-ACCT-NUMBER
           MOVE POSTING-DATE OF ACCOUNT-HISTORY-RECORD
               TO SRT-POSTING-DATE
           MOVE POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
               TO SRT-AMOUNT
           RELEASE SORT-CASH-RECORD.

       ROLL-UP-CUSTOMERS.
           PERFORM UNTIL END-OF-SORT
               RETURN CASH-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM ROLL-UP-ONE-RECORD
               END-RETURN
           END-PERFORM

           IF NOT IS-FIRST-RECORD
               PERFORM EVALUATE-CUSTOMER
           END-IF.

      *    After an I-O failure the rest of the sort is drained
      *    without further case writes.
       ROLL-UP-ONE-RECORD.
           IF NOT IS-FIRST-RECORD
              AND SRT-CUST-NO NOT = WS-CURRENT-CUST-NO
               PERFORM EVALUATE-CUSTOMER
           END-IF

           IF IS-FIRST-RECORD
              OR SRT-CUST-NO NOT = WS-CURRENT-CUST-NO
               MOVE SRT-CUST-NO TO WS-CURRENT-CUST-NO
               ADD 1 TO WS-CUSTOMER-COUNT
               INITIALIZE WS-PATTERN-TABLE
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD

           EVALUATE TRUE
               WHEN SRT-AMOUNT < 0
                   IF SRT-POSTING-DATE = WS-RUN-DATE
                       MOVE 3 TO WS-PAT-SUB
                       COMPUTE WS-PAT-OUTFLOW (3) =
                           WS-PAT-OUTFLOW (3) - SRT-AMOUNT
                       PERFORM COUNT-INTO-PATTERN
                   END-IF
               WHEN SRT-TXN-CODE = 'CSH'
                   PERFORM ROLL-UP-CASH-DEPOSIT
               WHEN SRT-POSTING-DATE = WS-RUN-DATE
                   MOVE 3 TO WS-PAT-SUB
                   ADD SRT-AMOUNT TO WS-PAT-AMOUNT (3)
                   PERFORM COUNT-INTO-PATTERN
           END-EVALUATE.

      *    A cash deposit dated the business date counts toward the
      *    day's large-cash total and the day's money in; one just
      *    under the reporting threshold anywhere in the window
      *    counts toward structuring.
       ROLL-UP-CASH-DEPOSIT.
           IF SRT-POSTING-DATE = WS-RUN-DATE
               MOVE 1 TO WS-PAT-SUB
               ADD SRT-AMOUNT TO WS-PAT-AMOUNT (1)
               PERFORM COUNT-INTO-PATTERN
               MOVE 3 TO WS-PAT-SUB
               ADD SRT-AMOUNT TO WS-PAT-AMOUNT (3)
               PERFORM COUNT-INTO-PATTERN
           END-IF

           IF SRT-AMOUNT NOT < WS-NEAR-FLOOR
              AND SRT-AMOUNT < WS-REPORT-THRESHOLD
               MOVE 2 TO WS-PAT-SUB
               ADD SRT-AMOUNT TO WS-PAT-AMOUNT (2)
               PERFORM COUNT-INTO-PATTERN
           END-IF.

      *    The sort delivers each customer's postings in account
      *    order, so a change of account is a new account for the
      *    pattern.
       COUNT-INTO-PATTERN.
           ADD 1 TO WS-PAT-ITEM-COUNT (WS-PAT-SUB)
           IF SRT-ACCT-NUMBER NOT = WS-PAT-LAST-ACCT (WS-PAT-SUB)
               ADD 1 TO WS-PAT-ACCT-COUNT (WS-PAT-SUB)
               MOVE SRT-ACCT-NUMBER TO WS-PAT-LAST-ACCT (WS-PAT-SUB)
               IF WS-PAT-FIRST-ACCT (WS-PAT-SUB) = SPACES
                   MOVE SRT-ACCT-NUMBER
                       TO WS-PAT-FIRST-ACCT (WS-PAT-SUB)
               END-IF
           END-IF.

       EVALUATE-CUSTOMER.
           IF WS-PAT-AMOUNT (1) NOT < WS-LARGE-CASH-AMOUNT
               MOVE 'Y' TO WS-PAT-ALERT (1)
           END-IF
           IF WS-PAT-ITEM-COUNT (2) NOT < WS-NEAR-COUNT
               MOVE 'Y' TO WS-PAT-ALERT (2)
           END-IF
           IF WS-PAT-AMOUNT (3) NOT < WS-PASS-THROUGH-AMOUNT
              AND WS-PAT-OUTFLOW (3) NOT < WS-PASS-THROUGH-AMOUNT
               MOVE 'Y' TO WS-PAT-ALERT (3)
           END-IF

           IF (PAT-IS-ALERTED (1) OR PAT-IS-ALERTED (2)
                   OR PAT-IS-ALERTED (3))
              AND NOT AN-IO-FAILED
               PERFORM LOAD-CUSTOMER-CASES
               PERFORM RAISE-ONE-ALERT
                   VARYING WS-PAT-SUB FROM 1 BY 1
                   UNTIL WS-PAT-SUB > WS-PAT-COUNT
                      OR AN-IO-FAILED
           END-IF.

      *    The customer's cases sit together under the customer
      *    number; the browse notes which patterns already have a
      *    live case and finds the next case sequence number.
       LOAD-CUSTOMER-CASES.
           MOVE 1 TO WS-NEXT-CASE-SEQ
           MOVE 'N' TO WS-END-OF-CASES
           MOVE WS-CURRENT-CUST-NO TO CSE-CUST-NO
           MOVE 0 TO CSE-CASE-SEQ
           START SUSPICIOUS-CASE-FILE KEY IS NOT LESS THAN CSE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-CASES
           END-START

           PERFORM READ-NEXT-CUSTOMER-CASE UNTIL END-OF-CASES.

       READ-NEXT-CUSTOMER-CASE.
           READ SUSPICIOUS-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CASES
               NOT AT END
                   IF CSE-CUST-NO NOT = WS-CURRENT-CUST-NO
                       MOVE 'Y' TO WS-END-OF-CASES
                   ELSE
                       COMPUTE WS-NEXT-CASE-SEQ = CSE-CASE-SEQ + 1
                       IF CASE-IS-LIVE
                           PERFORM NOTE-LIVE-CASE
                       END-IF
                   END-IF
           END-READ.

       NOTE-LIVE-CASE.
           PERFORM VARYING WS-PAT-SUB FROM 1 BY 1
                   UNTIL WS-PAT-SUB > WS-PAT-COUNT
               IF CSE-PATTERN = WS-PAT-CODE (WS-PAT-SUB)
                   MOVE 'Y' TO WS-PAT-LIVE-CASE (WS-PAT-SUB)
               END-IF
           END-PERFORM.

       RAISE-ONE-ALERT.
           IF PAT-IS-ALERTED (WS-PAT-SUB)
               IF PAT-HAS-LIVE-CASE (WS-PAT-SUB)
                   ADD 1 TO WS-HELD-BACK-COUNT
               ELSE
                   PERFORM WRITE-NEW-CASE
               END-IF
           END-IF.

       WRITE-NEW-CASE.
           INITIALIZE SUSPICIOUS-CASE-RECORD
           MOVE WS-CURRENT-CUST-NO TO CSE-CUST-NO
           MOVE WS-NEXT-CASE-SEQ TO CSE-CASE-SEQ
           MOVE WS-PAT-CODE (WS-PAT-SUB) TO CSE-PATTERN
           SET CASE-IS-OPEN TO TRUE
           MOVE WS-RUN-DATE TO CSE-OPENED-DATE
           IF CASE-STRUCTURING
               MOVE WS-WINDOW-START TO CSE-WINDOW-START-DATE
           ELSE
               MOVE WS-RUN-DATE TO CSE-WINDOW-START-DATE
           END-IF
           MOVE WS-PAT-ITEM-COUNT (WS-PAT-SUB) TO CSE-ITEM-COUNT
           MOVE WS-PAT-ACCT-COUNT (WS-PAT-SUB) TO CSE-ACCOUNT-COUNT
           MOVE WS-PAT-FIRST-ACCT (WS-PAT-SUB)
               TO CSE-FIRST-ACCT-NUMBER
           MOVE WS-PAT-AMOUNT (WS-PAT-SUB) TO CSE-TOTAL-AMOUNT
           MOVE WS-PAT-OUTFLOW (WS-PAT-SUB) TO CSE-OUTFLOW-AMOUNT
           MOVE 0 TO CSE-LAST-NOTE-SEQ

           WRITE SUSPICIOUS-CASE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-WRITE

           IF NOT AN-IO-FAILED
               ADD 1 TO WS-ALERT-COUNT
               ADD 1 TO WS-NEXT-CASE-SEQ
           END-IF.
