       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCHG.

      *    Month-end service charge. Run once a month, early in the
      *    new month, it charges every account for the calendar month
      *    just ended - the month before the business date's month.
      *    Browses ACCTMSTR for every open or debit-hold account that
      *    carries a product code and was opened by the month end, and
      *    prices it from its product on the PRODUCT catalogue
      *    (maintained through PRODMNT): the monthly maintenance fee,
      *    plus each per-item charge times the number of the month's
      *    ACCTHST postings whose transaction code - the first three
      *    characters of POSTING-DESC - matches the item. An account
      *    with no product code is not charged; dormant, frozen and
      *    closed accounts are not charged at all.
      *
      *    The whole charge is waived when the product sets a minimum
      *    balance and the account's average balance over the month met
      *    it. The average is of the end-of-day BALANCE over every
      *    calendar day in the month, worked back from the balance on
      *    the master: the month-end balance is BALANCE less every
      *    posting dated after the month end, and each posting inside
      *    the month is taken out of the days before the day it was
      *    dated. ACCTUPD's 'OVERDRAFT UPDATE' and 'OVERDRAFT INTEREST'
      *    postings move OVERDRAFT, not BALANCE, and HSTARCH's BALANCE
      *    BROUGHT FORWARD marker is not a movement, so none of them
      *    enters the average - the same postings MSTVRFY leaves out of
      *    its balance rebuild. History archived off by HSTARCH is not
      *    read, so the archive cutoff must not fall inside the month
      *    being charged.
      *
      *    Every account priced gets a CHGHIST record keyed by
      *    account and charge month, holding the fee, item count and
      *    charges, average balance, waiver and what became of the
      *    charge; CHGANLRP reports them to the branches. A charge
      *    due is posted as a FEE debit through a LINK to ACCTPST, so
      *    it lands on the master, ACCTHST and the ACCTAUD trail
      *    exactly as a teller's fee would. The CHGHIST record is
      *    written before the LINK, so ACCTPST's ending syncpoint
      *    commits posting, charge record and checkpoint as one unit
      *    of work. A charge ACCTPST will not post - insufficient
      *    funds, a debit hold, an inactive customer, or a posting
      *    referred for authorization above the AUTHTHR limit - is
      *    recorded against the account with ACCTPST's return status
      *    and committed with an explicit SYNCPOINT, the way SORDEXEC
      *    records a failed order, instead of stopping the run; the
      *    branch follows it up from the report. A waived or nil
      *    charge is recorded the same way with no posting.
      *
      *    An account that already has a CHGHIST record for the month
      *    is passed over, so running the step again later in the
      *    month never charges an account twice. ACCTPST ends in a
      *    syncpoint, which implicitly closes any browse this task
      *    holds open, so the browse is ended before every account is
      *    processed and restarted GTEQ the last key processed
      *    afterward, with one throwaway READNEXT, exactly as
      *    CRACCRUE does.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date - the date from the BUSNDATE control
      *    record (abend SCBD when missing) - with the same
      *    checkpoint-restart discipline as CRACCRUE: a completed
      *    record means the month's run already ran (abend SCRR), an
      *    in-progress record resumes the browse after
      *    RUN-CHECKPOINT-KEY, and the checkpoint is rewritten just
      *    before each account so it commits inside the same
      *    syncpoint as the charge it covers. A failure that leaves
      *    the charge in doubt abends the run (SCAF) before its
      *    syncpoint, so the rerun resumes with the account that
      *    failed.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BROWSE-KEY              PIC X(8) VALUE LOW-VALUES.
       01 WS-RESUME-KEY              PIC X(8).
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
       01 WS-BROWSE-ACTIVE           PIC X VALUE 'N'.
           88 BROWSE-IS-ACTIVE       VALUE 'Y'.
       01 WS-RESUME-FLOOR            PIC X(8) VALUE LOW-VALUES.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-DATE-WORK.
           02 WS-DATE-YEAR           PIC 9(4).
           02 WS-DATE-MONTH          PIC 9(2).
           02 WS-DATE-DAY            PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-MONTH-START             PIC 9(8).
       01 WS-MONTH-END               PIC 9(8).
       01 WS-MONTH-DAYS              PIC S9(4) COMP.
       01 WS-CHARGE-MONTH            PIC 9(6).
       01 WS-CHARGE-MONTH-X REDEFINES WS-CHARGE-MONTH.
           02 WS-CHARGE-YEAR         PIC X(4).
           02 WS-CHARGE-MM           PIC X(2).
       01 WS-CHG-KEY.
           02 WS-CHG-ACCT-NUMBER     PIC X(8).
           02 WS-CHG-MONTH           PIC 9(6).
       01 WS-ALREADY-CHARGED         PIC X VALUE 'N'.
           88 ACCOUNT-ALREADY-CHARGED VALUE 'Y'.
       01 WS-PRODUCT-FOUND           PIC X VALUE 'N'.
           88 PRODUCT-WAS-FOUND      VALUE 'Y'.
       01 WS-HIST-BROWSE-KEY.
           02 WS-HIST-BROWSE-ACCT    PIC X(8).
           02 WS-HIST-BROWSE-SEQ     PIC 9(6).
       01 WS-HIST-BROWSE-DONE        PIC X VALUE 'N'.
           88 HIST-BROWSE-IS-DONE    VALUE 'Y'.
       01 WS-POSTED-DATE-WORK.
           02 FILLER                 PIC 9(6).
           02 WS-POSTED-DAY          PIC 9(2).
       01 WS-POSTED-DATE-NUM REDEFINES WS-POSTED-DATE-WORK PIC 9(8).
       01 WS-SUB                     PIC S9(4) COMP.
       01 WS-LATER-MOVEMENT          PIC S9(9)V99 COMP-3.
       01 WS-WEIGHTED-MOVEMENT       PIC S9(11)V99 COMP-3.
       01 WS-MONTH-END-BALANCE       PIC S9(9)V99 COMP-3.
       01 WS-ITEM-COUNT              PIC 9(5).
       01 WS-ITEM-CHARGES            PIC S9(5)V99 COMP-3.
       01 WS-AVERAGE-BALANCE         PIC S9(7)V99 COMP-3.
       01 WS-TOTAL-CHARGE            PIC S9(5)V99 COMP-3.
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
           COPY RUNCTL.
           COPY ACCTMST.
           COPY ACCTHST.
           COPY PRODUCT.
           COPY CHGHIST.
           COPY ACCTPST REPLACING DFHCOMMAREA BY WS-ACCTPST-COMMAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-RUN-CONTROL
           PERFORM SET-CHARGE-MONTH

           PERFORM START-BROWSE-AT-CURRENT-KEY

           PERFORM UNTIL BROWSE-IS-DONE
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM

           IF BROWSE-IS-ACTIVE
               EXEC CICS ENDBR
                   FILE('ACCTMSTR')
               END-EXEC
               MOVE 'N' TO WS-BROWSE-ACTIVE
           END-IF

           PERFORM COMPLETE-RUN-CONTROL

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      *    The business date is held in RUN-CHECKPOINT-KEY of the
      *    BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       INIT-RUN-CONTROL.
           MOVE 'BUSNDATE' TO WS-RUNCTL-PROGRAM
           MOVE 0 TO WS-RUNCTL-DATE

           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RUN-CHECKPOINT-KEY IS NOT NUMERIC
               EXEC CICS ABEND
                   ABCODE('SCBD')
                   NODUMP
               END-EXEC
           END-IF

           MOVE RUN-CHECKPOINT-KEY TO WS-BUSINESS-DATE
           PERFORM CHECK-PREDECESSOR-DONE

           MOVE 'SVCCHG' TO WS-RUNCTL-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-RUNCTL-DATE

           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM WRITE-NEW-RUN-CONTROL
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS ABEND
                       ABCODE('SCRC')
                       NODUMP
                   END-EXEC
               WHEN RUN-IS-COMPLETED
                   EXEC CICS ABEND
                       ABCODE('SCRR')
                       NODUMP
                   END-EXEC
               WHEN OTHER
                   MOVE RUN-CHECKPOINT-KEY TO WS-RESUME-FLOOR
                   MOVE RUN-CHECKPOINT-KEY TO WS-BROWSE-KEY
           END-EVALUATE.

       WRITE-NEW-RUN-CONTROL.
           MOVE WS-RUNCTL-KEY TO RUN-CONTROL-KEY
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP

           EXEC CICS WRITE
               FILE('RUNCTL')
               FROM(RUN-CONTROL-RECORD)
               RIDFLD(RUN-CONTROL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('SCRC')
                   NODUMP
               END-EXEC
           END-IF.

      *    The suite's dependency order is carried on RUNCTL itself:
      *    a record keyed by this program and the sentinel date
      *    99999999 names the step that must show RUN-IS-COMPLETED
      *    for the night first, in RUN-CHECKPOINT-KEY - maintained
      *    by operations the way the BUSNDATE record is. No record
      *    means no predecessor. A predecessor still outstanding
      *    abends the run (SCSQ) before anything is touched.
       CHECK-PREDECESSOR-DONE.
           MOVE 'SVCCHG' TO WS-RUNCTL-PROGRAM
           MOVE 99999999 TO WS-RUNCTL-DATE

           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND RUN-CHECKPOINT-KEY NOT = SPACES
              AND RUN-CHECKPOINT-KEY NOT = LOW-VALUES
               MOVE RUN-CHECKPOINT-KEY TO WS-RUNCTL-PROGRAM
               MOVE WS-BUSINESS-DATE TO WS-RUNCTL-DATE

               EXEC CICS READ
                   FILE('RUNCTL')
                   INTO(RUN-CONTROL-RECORD)
                   RIDFLD(WS-RUNCTL-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR NOT RUN-IS-COMPLETED
                   EXEC CICS ABEND
                       ABCODE('SCSQ')
                       NODUMP
                   END-EXEC
               END-IF
           END-IF.

      *    The month charged is the calendar month before the one the
      *    business date falls in: its last day is the day before the
      *    first of the business date's month.
       SET-CHARGE-MONTH.
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           MOVE 1 TO WS-DATE-DAY
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

           MOVE WS-MONTH-END TO WS-DATE-NUM
           MOVE WS-DATE-DAY TO WS-MONTH-DAYS
           MOVE 1 TO WS-DATE-DAY
           MOVE WS-DATE-NUM TO WS-MONTH-START
           MOVE WS-MONTH-END (1:6) TO WS-CHARGE-MONTH.

       UPDATE-CHECKPOINT.
           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-RESUME-KEY TO RUN-CHECKPOINT-KEY
               EXEC CICS REWRITE
                   FILE('RUNCTL')
                   FROM(RUN-CONTROL-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF

      *    Charging under a stale checkpoint would leave the rerun to
      *    rely on CHGHIST alone, so a checkpoint that cannot be
      *    written stops the run before anything is charged.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('SCRC')
                   NODUMP
               END-EXEC
           END-IF.

       COMPLETE-RUN-CONTROL.
           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET RUN-IS-COMPLETED TO TRUE
               MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
               EXEC CICS REWRITE
                   FILE('RUNCTL')
                   FROM(RUN-CONTROL-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       START-BROWSE-AT-CURRENT-KEY.
           EXEC CICS STARTBR
               FILE('ACCTMSTR')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-ACTIVE
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.

       READ-NEXT-ACCOUNT.
           EXEC CICS READNEXT
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
      *    On a checkpoint restart the GTEQ browse re-reads the
      *    checkpointed account itself; everything at or below the
      *    resume floor has already been charged and committed.
               IF ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
                       > WS-RESUME-FLOOR
                  AND ACCOUNT-ACCEPTS-CREDITS
                       OF ACCOUNT-MASTER-RECORD
                  AND OPEN-DATE OF ACCOUNT-MASTER-RECORD
                       NOT > WS-MONTH-END
                  AND PRODUCT-CODE OF ACCOUNT-MASTER-RECORD
                       NOT = SPACES
                  AND PRODUCT-CODE OF ACCOUNT-MASTER-RECORD
                       NOT = LOW-VALUES
                   PERFORM CHARGE-AND-RESUME-BROWSE
               END-IF
           END-IF.

       CHARGE-AND-RESUME-BROWSE.
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD TO WS-RESUME-KEY

           EXEC CICS ENDBR
               FILE('ACCTMSTR')
           END-EXEC
           MOVE 'N' TO WS-BROWSE-ACTIVE

           PERFORM UPDATE-CHECKPOINT
           PERFORM CHARGE-ONE-ACCOUNT

           MOVE WS-RESUME-KEY TO WS-BROWSE-KEY
           PERFORM START-BROWSE-AT-CURRENT-KEY

           IF BROWSE-IS-ACTIVE
               EXEC CICS READNEXT
                   FILE('ACCTMSTR')
                   INTO(ACCOUNT-MASTER-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           END-IF.

      *    A product code that is no longer on the catalogue cannot be
      *    priced; it is recorded against the account with ACCTNEW's
      *    invalid-product status so the branch sees it and has the
      *    account re-pointed.
       CHARGE-ONE-ACCOUNT.
           PERFORM CHECK-ALREADY-CHARGED

           IF ACCOUNT-ALREADY-CHARGED
               EXEC CICS SYNCPOINT
               END-EXEC
           ELSE
               PERFORM READ-ACCOUNT-PRODUCT
               PERFORM BUILD-CHARGE-RECORD

               IF NOT PRODUCT-WAS-FOUND
                   SET CHARGE-IS-REJECTED TO TRUE
                   MOVE '4111' TO CHG-RETURN-STATUS
               ELSE
                   PERFORM SCAN-MONTH-HISTORY
                   PERFORM PRICE-CHARGE
               END-IF

               PERFORM WRITE-CHARGE-RECORD

               IF CHARGE-IS-POSTED
                   PERFORM POST-SERVICE-CHARGE
               ELSE
                   EXEC CICS SYNCPOINT
                   END-EXEC
               END-IF
           END-IF.

       CHECK-ALREADY-CHARGED.
           MOVE 'N' TO WS-ALREADY-CHARGED
           MOVE WS-RESUME-KEY TO WS-CHG-ACCT-NUMBER
           MOVE WS-CHARGE-MONTH TO WS-CHG-MONTH

           EXEC CICS READ
               FILE('CHGHIST')
               INTO(SERVICE-CHARGE-RECORD)
               RIDFLD(WS-CHG-KEY)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-ALREADY-CHARGED
               WHEN WS-RESP NOT = DFHRESP(NOTFND)
                   EXEC CICS ABEND
                       ABCODE('SCAF')
                       NODUMP
                   END-EXEC
           END-EVALUATE.

       READ-ACCOUNT-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-FOUND

           EXEC CICS READ
               FILE('PRODUCT')
               INTO(PRODUCT-RECORD)
               RIDFLD(PRODUCT-CODE OF ACCOUNT-MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PRODUCT-FOUND
               WHEN WS-RESP NOT = DFHRESP(NOTFND)
                   EXEC CICS ABEND
                       ABCODE('SCAF')
                       NODUMP
                   END-EXEC
           END-EVALUATE.

       BUILD-CHARGE-RECORD.
           MOVE WS-CHG-KEY TO CHG-KEY
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO CHG-CUST-NO
           MOVE PRODUCT-CODE OF ACCOUNT-MASTER-RECORD
               TO CHG-PRODUCT-CODE
           MOVE WS-BUSINESS-DATE TO CHG-RUN-DATE
           MOVE 0 TO CHG-MAINTENANCE-FEE
           MOVE 0 TO CHG-ITEM-COUNT
           MOVE 0 TO CHG-ITEM-CHARGES
           MOVE 0 TO CHG-AVERAGE-BALANCE
           MOVE 0 TO CHG-MIN-BALANCE
           MOVE 0 TO CHG-WAIVED-AMOUNT
           MOVE 0 TO CHG-CHARGED-AMOUNT
           MOVE SPACES TO CHG-STATUS
           MOVE SPACES TO CHG-RETURN-STATUS.

      *    One pass over the account's postings on ACCTHST, which are
      *    keyed by account and sequence number, collects everything
      *    the charge needs: the month's item counts, the movement
      *    after the month end that separates today's BALANCE from
      *    the month-end balance, and each in-month posting weighted
      *    by the days of the month that ended before it.
       SCAN-MONTH-HISTORY.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-ITEM-CHARGES
           MOVE 0 TO WS-LATER-MOVEMENT
           MOVE 0 TO WS-WEIGHTED-MOVEMENT
           MOVE 'N' TO WS-HIST-BROWSE-DONE
           MOVE WS-RESUME-KEY TO WS-HIST-BROWSE-ACCT
           MOVE 0 TO WS-HIST-BROWSE-SEQ

           EXEC CICS STARTBR
               FILE('ACCTHST')
               RIDFLD(WS-HIST-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-HISTORY UNTIL HIST-BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTHST')
               END-EXEC
           END-IF.

       READ-NEXT-HISTORY.
           EXEC CICS READNEXT
               FILE('ACCTHST')
               INTO(ACCOUNT-HISTORY-RECORD)
               RIDFLD(WS-HIST-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
                       NOT = WS-RESUME-KEY
                   MOVE 'Y' TO WS-HIST-BROWSE-DONE
               WHEN POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                       = 'OVERDRAFT UPDATE'
                 OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                       = 'OVERDRAFT INTEREST'
                 OR POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                       = 'BALANCE BROUGHT FORWARD'
                   CONTINUE
               WHEN POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                       > WS-MONTH-END
                   ADD POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                       TO WS-LATER-MOVEMENT
               WHEN POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                       NOT < WS-MONTH-START
                   PERFORM TAKE-MONTH-POSTING
           END-EVALUATE.

       TAKE-MONTH-POSTING.
           MOVE POSTING-DATE OF ACCOUNT-HISTORY-RECORD
               TO WS-POSTED-DATE-NUM
           COMPUTE WS-WEIGHTED-MOVEMENT = WS-WEIGHTED-MOVEMENT
               + POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                   * (WS-POSTED-DAY - 1)

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               IF PRD-ITEM-TXN-CODE (WS-SUB) NOT = SPACES
                  AND PRD-ITEM-TXN-CODE (WS-SUB)
                       = POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:3)
                   ADD 1 TO WS-ITEM-COUNT
                   ADD PRD-ITEM-CHARGE (WS-SUB) TO WS-ITEM-CHARGES
               END-IF
           END-PERFORM.

      *    A minimum balance of zero means the product has no waiver.
       PRICE-CHARGE.
           COMPUTE WS-MONTH-END-BALANCE =
               BALANCE OF ACCOUNT-MASTER-RECORD - WS-LATER-MOVEMENT
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-MONTH-END-BALANCE
                   - WS-WEIGHTED-MOVEMENT / WS-MONTH-DAYS
           COMPUTE WS-TOTAL-CHARGE =
               PRD-MONTHLY-FEE + WS-ITEM-CHARGES

           MOVE PRD-MONTHLY-FEE TO CHG-MAINTENANCE-FEE
           MOVE WS-ITEM-COUNT TO CHG-ITEM-COUNT
           MOVE WS-ITEM-CHARGES TO CHG-ITEM-CHARGES
           MOVE WS-AVERAGE-BALANCE TO CHG-AVERAGE-BALANCE
           MOVE PRD-MIN-BALANCE TO CHG-MIN-BALANCE

           EVALUATE TRUE
               WHEN WS-TOTAL-CHARGE NOT > 0
                   SET CHARGE-IS-NIL TO TRUE
               WHEN PRD-MIN-BALANCE > 0
                AND WS-AVERAGE-BALANCE NOT < PRD-MIN-BALANCE
                   MOVE WS-TOTAL-CHARGE TO CHG-WAIVED-AMOUNT
                   SET CHARGE-IS-WAIVED TO TRUE
               WHEN OTHER
                   MOVE WS-TOTAL-CHARGE TO CHG-CHARGED-AMOUNT
                   SET CHARGE-IS-POSTED TO TRUE
                   MOVE '0000' TO CHG-RETURN-STATUS
           END-EVALUATE.

       WRITE-CHARGE-RECORD.
           EXEC CICS WRITE
               FILE('CHGHIST')
               FROM(SERVICE-CHARGE-RECORD)
               RIDFLD(CHG-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('SCAF')
                   NODUMP
               END-EXEC
           END-IF.

      *    The charge record already says posted when the LINK is
      *    made, so ACCTPST's ending syncpoint commits the FEE posting,
      *    the record and the checkpoint together. The month charged
      *    is in the narrative so the statement shows what it is for.
       POST-SERVICE-CHARGE.
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD
               TO CUST-NO OF WS-ACCTPST-COMMAREA
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO ACCT-NUMBER OF ACCOUNT-POSTING-IN
                   OF WS-ACCTPST-COMMAREA
           MOVE 'FEE' TO POSTING-TXN-CODE OF WS-ACCTPST-COMMAREA
           COMPUTE POSTING-AMOUNT-IN OF WS-ACCTPST-COMMAREA =
               0 - WS-TOTAL-CHARGE
           MOVE SPACES TO POSTING-NARRATIVE OF WS-ACCTPST-COMMAREA
           STRING 'SERVICE CHARGE ' WS-CHARGE-YEAR '/' WS-CHARGE-MM
               DELIMITED BY SIZE
               INTO POSTING-NARRATIVE OF WS-ACCTPST-COMMAREA
           MOVE SPACES TO AUTH-ITEM-KEY OF WS-ACCTPST-COMMAREA
      *    A teller fee of the same amount on the same day must not
      *    block the month's charge - the rerun guard here is the
      *    CHGHIST record, not the duplicate check.
           SET FORCE-DUPLICATE OF WS-ACCTPST-COMMAREA TO TRUE

           EXEC CICS LINK
               PROGRAM('ACCTPST')
               COMMAREA(WS-ACCTPST-COMMAREA)
               LENGTH(LENGTH OF WS-ACCTPST-COMMAREA)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('SCAF')
                   NODUMP
               END-EXEC
           END-IF

           IF RETURN-STATUS OF WS-ACCTPST-COMMAREA NOT = '0000'
               PERFORM RECORD-CHARGE-NOT-POSTED
           END-IF.

      *    Whether ACCTPST rolled the unit of work back (write-phase
      *    failure) or simply returned without syncpointing (a
      *    validation failure or a referral), re-laying the checkpoint
      *    and writing or rewriting the charge record with ACCTPST's
      *    status leaves the same committed state either way. A
      *    referral's AUTHPND item commits with it, and the charge
      *    posts when a supervisor approves it through AUTHMNT.
       RECORD-CHARGE-NOT-POSTED.
           PERFORM UPDATE-CHECKPOINT

           EXEC CICS READ
               FILE('CHGHIST')
               INTO(SERVICE-CHARGE-RECORD)
               RIDFLD(WS-CHG-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM RESTORE-CHARGE-STATUS
                   PERFORM WRITE-CHARGE-RECORD
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM RESTORE-CHARGE-STATUS
                   EXEC CICS REWRITE
                       FILE('CHGHIST')
                       FROM(SERVICE-CHARGE-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS ABEND
                           ABCODE('SCAF')
                           NODUMP
                       END-EXEC
                   END-IF
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE('SCAF')
                       NODUMP
                   END-EXEC
           END-EVALUATE

           EXEC CICS SYNCPOINT
           END-EXEC.

      *    The READ above either found nothing (ACCTPST rolled back)
      *    or brought back the record as written before the LINK;
      *    either way the priced figures are laid in again from this
      *    account's working fields with the status ACCTPST returned.
       RESTORE-CHARGE-STATUS.
           MOVE WS-CHG-KEY TO CHG-KEY
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO CHG-CUST-NO
           MOVE PRODUCT-CODE OF ACCOUNT-MASTER-RECORD
               TO CHG-PRODUCT-CODE
           MOVE WS-BUSINESS-DATE TO CHG-RUN-DATE
           MOVE PRD-MONTHLY-FEE TO CHG-MAINTENANCE-FEE
           MOVE WS-ITEM-COUNT TO CHG-ITEM-COUNT
           MOVE WS-ITEM-CHARGES TO CHG-ITEM-CHARGES
           MOVE WS-AVERAGE-BALANCE TO CHG-AVERAGE-BALANCE
           MOVE PRD-MIN-BALANCE TO CHG-MIN-BALANCE
           MOVE 0 TO CHG-WAIVED-AMOUNT
           MOVE WS-TOTAL-CHARGE TO CHG-CHARGED-AMOUNT
           IF RETURN-STATUS OF WS-ACCTPST-COMMAREA = '4072'
               SET CHARGE-IS-REFERRED TO TRUE
           ELSE
               SET CHARGE-IS-REJECTED TO TRUE
           END-IF
           MOVE RETURN-STATUS OF WS-ACCTPST-COMMAREA
               TO CHG-RETURN-STATUS.
