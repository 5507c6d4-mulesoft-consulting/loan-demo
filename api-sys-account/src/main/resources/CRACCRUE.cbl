
      *    Nightly credit interest accrual - ODACCRUE's companion for
      *    the other side of the book. Browses ACCTMSTR for every
      *    account with a positive BALANCE whose status accrues (open,
      *    debit-hold or dormant; frozen accounts earn nothing while
      *    legal/fraud have them stopped), computes interest on the
      *    balance for every calendar day from the business date up to
      *    the next business day on the HOLCAL calendar - one day on an
      *    ordinary night, three over a weekend - at the rate read from
      *    the RATESCH schedule under the credit rate code of the
      *    account's product on the PRODUCT catalogue ('CRS' for an
      *    account with no product, or a product with no credit rate
      *    code) - maintained through RATEMNT like the overdraft codes,
      *    effective-dated and tiered on the balance so larger deposits
      *    can earn a better rate with no recompile - and accumulates it
      *    on the account's CRACCRD bucket record. An account with no
      *    applicable credit rate abends the run (CRAF) so the schedule
      *    gap is closed before anything more accrues, as does an
      *    account whose product code cannot be read from the
      *    catalogue, since accruing it at the default rate would pay
      *    the wrong interest unnoticed.
      *
      *    On the last business day of the month the bucket - including
      *    that night's accrual, which runs through any weekend or
      *    holiday days up to the next business day - is capitalized as
      *    an INT posting through a LINK to ACCTPST, so the credit lands
      *    on the master, ACCTHST and the ACCTAUD trail exactly as a
      *    teller's interest adjustment would. The bucket is zeroed and
      *    stamped before the LINK, so ACCTPST's ending syncpoint
      *    commits posting, bucket and checkpoint as one unit of work.
      *    ACCTPST's own eligibility gate - open or debit-hold account,
      *    active customer - is applied here before the LINK, so a
      *    dormant account's bucket, or a deceased or departed
      *    customer's, simply carries to the next month-end the account
      *    qualifies instead of wedging the run on a posting ACCTPST
      *    would reject. A capitalization ACCTPST refers for
      *    authorization (4072) leaves the bucket emptied and the
      *    interest on the AUTHPND item, and the run carries on. On a
      *    night with no capitalization the bucket update and checkpoint
      *    are committed with an explicit SYNCPOINT.
      *
      *    ACCTPST ends in a syncpoint, which implicitly closes any
      *    browse this task holds open, so the browse is ended before
           88 CAPN-IS-ELIGIBLE       VALUE 'Y'.
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-NEXT-DATE               PIC 9(8).
       01 WS-BUSINESS-DAY-INT        PIC S9(9) COMP.
       01 WS-DAY-OF-WEEK             PIC S9(4) COMP.
       01 WS-ACCRUAL-DAYS            PIC S9(4) COMP.
       01 WS-BUSINESS-DAY-SW         PIC X VALUE 'N'.
           88 BUSINESS-DAY-FOUND     VALUE 'Y'.
       01 WS-RESUME-FLOOR            PIC X(8) VALUE LOW-VALUES.
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           COPY CUSTMST.
           COPY RATESCH.
           COPY CRACCR.
           COPY HOLCAL.
           COPY PRODUCT.
           COPY ACCTPST REPLACING DFHCOMMAREA BY WS-ACCTPST-COMMAREA.

       PROCEDURE DIVISION.
           GOBACK.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       INIT-RUN-CONTROL.
           MOVE 'BUSNDATE' TO WS-RUNCTL-PROGRAM
           MOVE 0 TO WS-RUNCTL-DATE
               END-EXEC
           END-IF.

      *    Capitalization night is the last business day of the
      *    month: the next business day after the business date falls
      *    in a different month.
       CHECK-FOR-MONTH-END.
           PERFORM FIND-NEXT-BUSINESS-DAY

           IF WS-NEXT-DATE (5:2) NOT = WS-BUSINESS-DATE (5:2)
               MOVE 'Y' TO WS-MONTH-END-IND
           END-IF.

      *    Works forward from the business date to the next business
      *    day - a weekday (day 1 of the INTEGER-OF-DATE epoch was a
      *    Monday, so MOD 7 of 1 through 5 is a weekday) that is not a
      *    holiday on HOLCAL. The nightly suite only runs for business
      *    days, so tonight's run accrues every calendar day up to
      *    that one: a Friday accrues three days, the night before a
      *    bank holiday Monday four. A calendar that cannot be read
      *    abends the run (CRCL) before anything accrues.
       FIND-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-BUSINESS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           MOVE WS-BUSINESS-DAY-INT TO WS-DAY-INT
           PERFORM STEP-TO-NEXT-DAY UNTIL BUSINESS-DAY-FOUND
           COMPUTE WS-ACCRUAL-DAYS = WS-DAY-INT - WS-BUSINESS-DAY-INT.

       STEP-TO-NEXT-DAY.
           ADD 1 TO WS-DAY-INT
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
               EXEC CICS READ
                   FILE('HOLCAL')
                   INTO(HOLIDAY-CALENDAR-RECORD)
                   RIDFLD(WS-NEXT-DATE)
                   RESP(WS-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE 'Y' TO WS-BUSINESS-DAY-SW
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS ABEND
                           ABCODE('CRCL')
                           NODUMP
                       END-EXEC
               END-EVALUATE
           END-IF.

      *    The suite's dependency order is carried on RUNCTL itself:
      *    a record keyed by this program and the sentinel date
      *    99999999 names the step that must show RUN-IS-COMPLETED

           COMPUTE WS-INTEREST ROUNDED =
               WS-BALANCE-MAGNITUDE * WS-APPLICABLE-RATE
                   * WS-ACCRUAL-DAYS

           PERFORM UPDATE-ACCRUAL-BUCKET

           MOVE BALANCE OF ACCOUNT-MASTER-RECORD
               TO WS-BALANCE-MAGNITUDE
           MOVE 'CRS' TO WS-LOOKUP-CODE

           IF PRODUCT-CODE OF ACCOUNT-MASTER-RECORD NOT = SPACES
              AND PRODUCT-CODE OF ACCOUNT-MASTER-RECORD
                   NOT = LOW-VALUES
               EXEC CICS READ
                   FILE('PRODUCT')
                   INTO(PRODUCT-RECORD)
                   RIDFLD(PRODUCT-CODE OF ACCOUNT-MASTER-RECORD)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS ABEND
                       ABCODE('CRAF')
                       NODUMP
                   END-EXEC
               END-IF

               IF PRD-CREDIT-RATE-CODE NOT = SPACES
                   MOVE PRD-CREDIT-RATE-CODE TO WS-LOOKUP-CODE
               END-IF
           END-IF

           PERFORM SEARCH-RATE-FILE.

       SEARCH-RATE-FILE.
      *    The bucket is zeroed and stamped before the LINK, so
      *    ACCTPST's ending syncpoint commits the INT posting, the
      *    emptied bucket and the checkpoint as one unit of work. A
      *    posting over an AUTHTHR threshold comes back referred
      *    (4072) with its AUTHPND item written but nothing
      *    syncpointed; the interest now travels on that item and
      *    posts when a supervisor approves it through AUTHMNT, so the
      *    emptied bucket, the checkpoint and the item are committed
      *    together here, as SVCCHG does with a referred charge. Any
      *    other failed posting abends before a syncpoint (ACCTPST's
      *    own rollback, or the abend's, backs the pending bucket
      *    update out), so the rerun resumes with this account and
      *    retries.
       CAPITALIZE-BUCKET.
           MOVE CRA-ACCRUED-AMOUNT
               TO POSTING-AMOUNT-IN OF WS-ACCTPST-COMMAREA
      *    must not block the capitalization - the rerun guard here
      *    is the checkpoint, not the duplicate check.
           SET FORCE-DUPLICATE OF WS-ACCTPST-COMMAREA TO TRUE
           MOVE SPACES TO AUTH-ITEM-KEY OF WS-ACCTPST-COMMAREA

           EXEC CICS LINK
               PROGRAM('ACCTPST')
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE('CRAF')
                   NODUMP
               END-EXEC
           END-IF

           EVALUATE RETURN-STATUS OF WS-ACCTPST-COMMAREA
               WHEN '0000'
                   CONTINUE
               WHEN '4072'
                   EXEC CICS SYNCPOINT
                   END-EXEC
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE('CRAF')
                       NODUMP
                   END-EXEC
           END-EVALUATE.
