       PROGRAM-ID. ODACCRUE.

      *    Nightly overdraft fee/interest accrual. Browses ACCTMSTR for
      *    every open account with a non-zero OVERDRAFT, charges
      *    interest for every calendar day from the business date up to
      *    the next business day on the HOLCAL calendar - one day on an
      *    ordinary night, three over a weekend - against the OVERDRAFT
      *    balance at the rate read from the RATESCH schedule file - the
      *    record under the account's OD-RATE-CODE (blank means 'STD')
      *    with the latest effective date on or before the business date
      *    whose balance band covers the overdrawn amount, so
      *    preferential commercial rates and forward-dated pricing
      *    changes need no recompile. An account sitting beyond its
      *    authorized OD-LIMIT is charged at the 'PEN' penalty code
      *    instead, falling back to its own code if no penalty rate is
      *    loaded; an account with no applicable rate at all abends the
      *    run (ODAF) so the schedule gap is closed before anything more
      *    is charged. The new OVERDRAFT is posted through the same
      *    LINK-to-ACCTUPD path a teller update would use, so the
      *    posting gets the usual ownership check, ACCTAUD audit trail,
      *    and ACCTHST posting for free - flagged as the accrual, so
      *    ACCTUPD writes it to ACCTHST as 'OVERDRAFT INTEREST', which
      *    INTCERT totals for the year-end interest certificates.
      *    Accounts with a zero OVERDRAFT are left untouched, as are
      *    closed and frozen accounts - a frozen customer cannot respond
      *    to charges, so none are piled on while legal/fraud have the
      *    account stopped. Debit-hold and dormant accounts still
      *    accrue. An account whose customer is deceased on CUSTMSTR is
      *    skipped even if the account status was never moved to frozen
      *    - CUSTMNT's amend cascade normally freezes the portfolio, but
      *    a status missed for any reason must not keep accruing
      *    interest onto an estate night after night.
      *
      *    ACCTUPD ends every call with an EXEC CICS SYNCPOINT (or
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date - the date taken from the BUSNDATE
      *    control record DAYROLL moves on at the end of each night
      *    (abend ODBD when it is missing), so a rerun after midnight
      *    still keys the same night's record instead of starting a
      *    fresh one and charging every account a second day's
       01 WS-RATE-BROWSE-DONE        PIC X VALUE 'N'.
           88 RATE-BROWSE-IS-DONE    VALUE 'Y'.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-NEXT-DATE               PIC 9(8).
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-BUSINESS-DAY-INT        PIC S9(9) COMP.
       01 WS-DAY-OF-WEEK             PIC S9(4) COMP.
       01 WS-ACCRUAL-DAYS            PIC S9(4) COMP.
       01 WS-BUSINESS-DAY-SW         PIC X VALUE 'N'.
           88 BUSINESS-DAY-FOUND     VALUE 'Y'.
       01 WS-RESUME-FLOOR            PIC X(8) VALUE LOW-VALUES.
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           COPY ACCTMST.
           COPY CUSTMST.
           COPY RATESCH.
           COPY HOLCAL.
           COPY ACCTUPD REPLACING DFHCOMMAREA BY WS-ACCTUPD-COMMAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-RUN-CONTROL
           PERFORM FIND-NEXT-BUSINESS-DAY

           PERFORM START-BROWSE-AT-CURRENT-KEY

           GOBACK.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       INIT-RUN-CONTROL.
           MOVE 'BUSNDATE' TO WS-RUNCTL-PROGRAM
           MOVE 0 TO WS-RUNCTL-DATE
                   MOVE RUN-CHECKPOINT-KEY TO WS-BROWSE-KEY
           END-EVALUATE.

      *    Works forward from the business date to the next business
      *    day - a weekday (day 1 of the INTEGER-OF-DATE epoch was a
      *    Monday, so MOD 7 of 1 through 5 is a weekday) that is not a
      *    holiday on HOLCAL. The nightly suite only runs for business
      *    days, so tonight's run accrues every calendar day up to
      *    that one: a Friday accrues three days, the night before a
      *    bank holiday Monday four. A calendar that cannot be read
      *    abends the run (ODCL) before anything accrues.
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
                           ABCODE('ODCL')
                           NODUMP
                       END-EXEC
               END-EVALUATE
           END-IF.

       WRITE-NEW-RUN-CONTROL.
           MOVE WS-RUNCTL-KEY TO RUN-CONTROL-KEY
           SET RUN-IS-IN-PROGRESS TO TRUE

       POST-ACCRUAL.
           COMPUTE WS-FEE ROUNDED =
               WS-OD-MAGNITUDE * WS-APPLICABLE-RATE * WS-ACCRUAL-DAYS
           IF OVERDRAFT OF ACCOUNT-MASTER-RECORD > 0
               COMPUTE WS-NEW-OVERDRAFT =
                   OVERDRAFT OF ACCOUNT-MASTER-RECORD + WS-FEE
