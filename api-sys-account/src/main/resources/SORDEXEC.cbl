      *    journaling and ACCTHST postings a teller transfer gets.
      *    TRANSFER-NARRATIVE is set to name the order ('S/O ' plus
      *    the order id and its narrative), so both statements show
      *    which standing order moved the money. An order to a
      *    beneficiary at another bank (SO-BENE-BANK-CODE set) is
      *    paid by LINKing to OUTPAY instead, under the same debit
      *    rules and with the same narrative on the customer's
      *    statement, and goes out on the night's outbound clearing
      *    file; the order's narrative is the reference quoted to
      *    the beneficiary. A scheduled payment is never refused as
      *    a same-day duplicate.
      *
      *    On success the order's schedule is advanced one period
      *    from the date that was due - not from the business date -
      *    so an order that missed nights catches its payments up one
      *    per night until it is current. The schedule itself is kept
      *    in SO-SCHEDULED-DATE; SO-NEXT-DUE-DATE, the date the order
      *    is actually paid, is that date moved forward past any
      *    weekend or HOLCAL holiday to the next business day, so a
      *    payment due on Christmas Day goes on the next day the bank
      *    is open, and the weekly or monthly cycle carries on from
      *    the scheduled date without drifting. A daily order pays
      *    every business day. An order whose schedule has passed its
      *    SO-END-DATE is marked expired. A payment rejected for
      *    insufficient funds leaves the due date alone and counts a
      *    retry; the order is retried each night until the retry
      *    Amending the order through SORDMNT reinstates it.
      *
      *    ACCTXFR ends every successful call with an EXEC CICS
      *    SYNCPOINT (as does OUTPAY), which implicitly closes any
      *    browse this task holds open, so the browse is ended before
      *    every LINK and restarted GTEQ the last key processed
      *    afterward, with one throwaway READNEXT, exactly as ODACCRUE
      *    does around ACCTUPD. The order record itself is rewritten
      *    with its success disposition (date advanced, retries cleared)
      *    BEFORE the LINK, so ACCTXFR's syncpoint commits the transfer,
      *    the order's new due date and the run checkpoint as one unit
      *    of work - a crash can never leave a payment made but still
      *    showing due. When ACCTXFR rejects the payment (its
      *    write-phase rollback also backs out the pending disposition
      *    and checkpoint), the checkpoint is re-laid, the order is
      *    rewritten with its failure disposition instead, and an
      *    explicit SYNCPOINT commits the pair.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, the date taken from the BUSNDATE control
       01 WS-MAX-RETRY-DAYS          PIC 9(8) VALUE 3.
       01 WS-ORIG-NEXT-DUE           PIC 9(8).
       01 WS-ORIG-RETRY-COUNT        PIC 9(2).
       01 WS-ORIG-SCHEDULED          PIC 9(8).
       01 WS-SCHEDULE-BASE           PIC 9(8).
       01 WS-CALENDAR-DATE           PIC 9(8).
       01 WS-DAY-OF-WEEK             PIC S9(4) COMP.
       01 WS-BUSINESS-DAY-SW         PIC X VALUE 'N'.
           88 BUSINESS-DAY-FOUND     VALUE 'Y'.
       01 WS-DUE-DATE-WORK.
           02 WS-DUE-YEAR            PIC 9(4).
           02 WS-DUE-MONTH           PIC 9(2).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-PAYMENT-STATUS          PIC X(4).
           COPY RUNCTL.
           COPY STNDORD.
           COPY HOLCAL.
           COPY ACCTXFR REPLACING DFHCOMMAREA BY WS-ACCTXFR-COMMAREA.
           COPY OUTPAY REPLACING DFHCOMMAREA BY WS-OUTPAY-COMMAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           GOBACK.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       INIT-RUN-CONTROL.
           MOVE 'BUSNDATE' TO WS-RUNCTL-PROGRAM
           MOVE 0 TO WS-RUNCTL-DATE

           MOVE SO-NEXT-DUE-DATE TO WS-ORIG-NEXT-DUE
           MOVE SO-RETRY-COUNT TO WS-ORIG-RETRY-COUNT
           MOVE SO-SCHEDULED-DATE TO WS-ORIG-SCHEDULED

           PERFORM ADVANCE-NEXT-DUE-DATE
           MOVE 0 TO SO-RETRY-COUNT
           MOVE 0 TO SO-LAST-FAIL-DATE
           MOVE SPACES TO SO-LAST-FAIL-STATUS
           IF SO-END-DATE NOT = 0
              AND SO-SCHEDULED-DATE > SO-END-DATE
               SET ORDER-IS-EXPIRED TO TRUE
           END-IF

               END-EXEC
           END-IF

           IF SO-PAYS-INTERNAL
               PERFORM PAY-ORDER-BY-TRANSFER
           ELSE
               PERFORM PAY-ORDER-OUTBOUND
           END-IF

           IF WS-PAYMENT-STATUS NOT = '0000'
               PERFORM RECORD-ORDER-FAILURE
           END-IF.

       PAY-ORDER-BY-TRANSFER.
           MOVE SO-FROM-CUST-NO
               TO FROM-CUST-NO OF WS-ACCTXFR-COMMAREA
           MOVE SO-FROM-ACCT-NUMBER
               END-EXEC
           END-IF

           MOVE RETURN-STATUS OF WS-ACCTXFR-COMMAREA
               TO WS-PAYMENT-STATUS.

      *    The order was set up deliberately to pay the same amount
      *    to the same beneficiary, so the duplicate check is
      *    overridden.
       PAY-ORDER-OUTBOUND.
           MOVE SO-FROM-CUST-NO TO PAY-CUST-NO
           MOVE SO-FROM-ACCT-NUMBER TO PAY-ACCT-NUMBER
           MOVE SO-AMOUNT TO PAY-AMOUNT
           MOVE SO-BENE-BANK-CODE TO PAY-BENE-BANK-CODE
           MOVE SO-BENE-ACCT-NUMBER TO PAY-BENE-ACCT-NUMBER
           MOVE SO-BENE-NAME TO PAY-BENE-NAME
           MOVE SO-NARRATIVE TO PAY-BENE-REFERENCE
           MOVE SO-ORDER-ID TO PAY-ORDER-ID
           MOVE 'Y' TO PAY-FORCE-DUPLICATE-IND
           MOVE SPACES TO PAY-NARRATIVE
           STRING 'S/O ' SO-ORDER-ID ' ' SO-NARRATIVE
               DELIMITED BY SIZE
               INTO PAY-NARRATIVE

           EXEC CICS LINK
               PROGRAM('OUTPAY')
               COMMAREA(WS-OUTPAY-COMMAREA)
               LENGTH(LENGTH OF WS-OUTPAY-COMMAREA)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('SOXF')
                   NODUMP
               END-EXEC
           END-IF

           MOVE RETURN-STATUS OF WS-OUTPAY-COMMAREA
               TO WS-PAYMENT-STATUS.

       RECORD-ORDER-FAILURE.
           PERFORM UPDATE-CHECKPOINT
           END-IF

           MOVE WS-ORIG-NEXT-DUE TO SO-NEXT-DUE-DATE
           MOVE WS-ORIG-SCHEDULED TO SO-SCHEDULED-DATE
           MOVE WS-BUSINESS-DATE TO SO-LAST-FAIL-DATE
           MOVE WS-PAYMENT-STATUS TO SO-LAST-FAIL-STATUS

           IF WS-PAYMENT-STATUS = '4021'
               COMPUTE SO-RETRY-COUNT = WS-ORIG-RETRY-COUNT + 1
               IF SO-RETRY-COUNT > WS-MAX-RETRY-DAYS
                   SET ORDER-IS-SUSPENDED TO TRUE
           EXEC CICS SYNCPOINT
           END-EXEC.

      *    One period on from the date that was scheduled - an order
      *    set up before SO-SCHEDULED-DATE was kept schedules from its
      *    due date. Monthly aims
      *    for the anchor day SORDMNT stored in SO-DUE-DAY and
      *    clamps to the target month's last day where it has to,
      *    so an order set up for the 31st pays on the 28th/29th in
      *    anchor the clamp would be sticky and the schedule would
      *    drift to the shortest month's day for good.
       ADVANCE-NEXT-DUE-DATE.
           IF SO-SCHEDULED-DATE IS NUMERIC
              AND SO-SCHEDULED-DATE > 0
               MOVE SO-SCHEDULED-DATE TO WS-SCHEDULE-BASE
           ELSE
               MOVE SO-NEXT-DUE-DATE TO WS-SCHEDULE-BASE
           END-IF

           EVALUATE TRUE
               WHEN SO-FREQ-DAILY
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SCHEDULE-BASE) + 1
                   COMPUTE SO-SCHEDULED-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               WHEN SO-FREQ-WEEKLY
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SCHEDULE-BASE) + 7
                   COMPUTE SO-SCHEDULED-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               WHEN SO-FREQ-MONTHLY
                   PERFORM ADVANCE-ONE-MONTH
           END-EVALUATE

           MOVE SO-SCHEDULED-DATE TO WS-CALENDAR-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CALENDAR-DATE TO SO-NEXT-DUE-DATE
           IF SO-FREQ-DAILY
               MOVE SO-NEXT-DUE-DATE TO SO-SCHEDULED-DATE
           END-IF.

       ADVANCE-ONE-MONTH.
           MOVE WS-SCHEDULE-BASE TO WS-DUE-DATE-NUM
           IF WS-DUE-MONTH = 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
               MOVE WS-MONTH-LIMIT TO WS-DUE-DAY
           END-IF

           MOVE WS-DUE-DATE-NUM TO SO-SCHEDULED-DATE.

      *    Moves WS-CALENDAR-DATE forward to the first day that is a
      *    weekday - day 1 of the INTEGER-OF-DATE epoch was a Monday,
      *    so MOD 7 of 1 through 5 is a weekday - and not a holiday
      *    on HOLCAL. A calendar that cannot be read abends the run
      *    (SOCL) before the order's rewrite is committed, rather
      *    than schedule a payment onto a day the bank is shut.
       ROLL-TO-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALENDAR-DATE)
           PERFORM CHECK-CALENDAR-DAY
           PERFORM STEP-TO-NEXT-DAY UNTIL BUSINESS-DAY-FOUND.

       STEP-TO-NEXT-DAY.
           ADD 1 TO WS-DAY-INT
           COMPUTE WS-CALENDAR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM CHECK-CALENDAR-DAY.

       CHECK-CALENDAR-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
               EXEC CICS READ
                   FILE('HOLCAL')
                   INTO(HOLIDAY-CALENDAR-RECORD)
                   RIDFLD(WS-CALENDAR-DATE)
                   RESP(WS-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE 'Y' TO WS-BUSINESS-DAY-SW
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS ABEND
                           ABCODE('SOCL')
                           NODUMP
                       END-EXEC
               END-EVALUATE
           END-IF.
