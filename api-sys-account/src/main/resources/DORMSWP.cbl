       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSWP.

      *    Periodic dormancy sweep. Walks ACCTMSTR and ACCTHST in step
      *    (both ascend by account number, as MSTVRFY relies on) and
      *    finds the open accounts the customer has not used for the
      *    inactive period held on the DORMPARM parameter file. An
      *    account's last activity is its latest customer-made posting,
      *    or its opening or last reactivation if later. Postings the
      *    bank makes on its own account are not activity: credit
      *    interest ('INT'), ODACCRUE's 'OVERDRAFT INTEREST' and older
      *    'OVERDRAFT UPDATE' accrual postings, fees and fee reversals
      *    ('FEE', 'FRV') and HSTARCH's BALANCE BROUGHT FORWARD markers.
      *    Postings HSTARCH has already archived are not looked at, so
      *    the archive cutoff is kept further back than the inactive
      *    period.
      *
      *    The customer is warned before the account goes dormant:
      *    once the account is within the warning days (normally 30,
      *    also on DORMPARM) of its dormancy date it is written to
      *    the DORMWARN extract for the warning letter and
      *    DORMANCY-WARNING-DATE is stamped on the master. An
      *    account that was warned and has still not been used is
      *    moved to dormant ('D') once it is past its dormancy date
      *    and the full warning period has run from the warning, so
      *    every customer gets the full notice, even an account
      *    that was already long idle when first swept. The change
      *    stamps DORMANT-DATE and is journaled to ACCTAUD as a
      *    status change from open to dormant. Any activity after
      *    the warning starts the account's idle period again and
      *    the next warning is a fresh one. Only open accounts are
      *    swept; accounts on hold or frozen are being worked by
      *    someone already. Reactivation is through ACCTREAC.
      *
      *    Every dormant account, old and new, and every account frozen
      *    while dormant, then goes on the DORMLEDG ledger report with
      *    its balance and overdraft, the date it went dormant and a
      *    flag for those made dormant on this run, and a trailer with
      *    the count and totals, which Finance holds and reports
      *    separately from the live book.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the suite: a completed
      *    record for the date ends the job with RC 8. A rerun after
      *    a failure is safe without a checkpoint: an account warned
      *    on the failed attempt carries today's warning date and is
      *    written to the extract again without being warned twice,
      *    an account made dormant is found dormant and goes on the
      *    ledger as new by its DORMANT-DATE, and both output files
      *    are rebuilt from scratch. The business date comes from the
      *    BUSNDATE control record DAYROLL rolls on each night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-PARM-FILE ASSIGN TO DORMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO ACCTHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY OF ACCOUNT-HISTORY-RECORD
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT DORMANCY-WARNING-FILE ASSIGN TO DORMWARN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT DORMANT-LEDGER-FILE ASSIGN TO DORMLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-PARM-FILE.
           COPY DORMPARM.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       FD  ACCOUNT-HISTORY-FILE.
           COPY ACCTHST.
       FD  ACCOUNT-AUDIT-FILE.
           COPY ACCTAUD.
       FD  DORMANCY-WARNING-FILE.
           COPY DORMWARN.
       FD  DORMANT-LEDGER-FILE.
           COPY DORMLEDG.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS             PIC XX.
       01 WS-MSTR-STATUS             PIC XX.
       01 WS-HIST-STATUS             PIC XX.
       01 WS-AUD-STATUS              PIC XX.
       01 WS-WARN-STATUS             PIC XX.
       01 WS-LEDG-STATUS             PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-PARM-VALID              PIC X VALUE 'N'.
           88 PARM-IS-VALID          VALUE 'Y'.
       01 WS-END-OF-MASTER           PIC X VALUE 'N'.
           88 END-OF-MASTER          VALUE 'Y'.
       01 WS-END-OF-HISTORY          PIC X VALUE 'N'.
           88 END-OF-HISTORY         VALUE 'Y'.
       01 WS-IO-FAILED               PIC X VALUE 'N'.
           88 AN-IO-FAILED           VALUE 'Y'.
       01 WS-INACTIVE-DAYS           PIC 9(5).
       01 WS-WARNING-DAYS            PIC 9(3).
       01 WS-HIST-ACTIVITY-DATE      PIC 9(8).
       01 WS-LAST-ACTIVITY-DATE      PIC 9(8).
       01 WS-DORMANCY-DATE           PIC 9(8).
       01 WS-TXN-CODE                PIC X(3).
       01 WS-RUN-DAY-INT             PIC S9(9) COMP.
       01 WS-DUE-DAY-INT             PIC S9(9) COMP.
       01 WS-NOTICE-DAY-INT          PIC S9(9) COMP.
       01 WS-STATUS-BEFORE           PIC X(1).
       01 WS-WARNED-COUNT            PIC 9(8) VALUE 0.
       01 WS-DORMANT-COUNT           PIC 9(8) VALUE 0.
       01 WS-NEW-DORMANT-COUNT       PIC 9(8) VALUE 0.
       01 WS-LEDGER-BALANCE          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-LEDGER-OVERDRAFT        PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-PARM-STATUS NOT = '00'
              OR WS-MSTR-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
              OR WS-AUD-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'DORMSWP: FILE OPEN FAILED - PARM='
                   WS-PARM-STATUS ' MSTR=' WS-MSTR-STATUS
                   ' HIST=' WS-HIST-STATUS ' AUD=' WS-AUD-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'DORMSWP: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'DORMSWP: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'DORMSWP: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-DORMANCY-PARMS
           IF NOT PARM-IS-VALID
               DISPLAY 'DORMSWP: INVALID DORMANCY PARAMETERS'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DORMANCY-WARNING-FILE
           OPEN OUTPUT DORMANT-LEDGER-FILE
           IF WS-WARN-STATUS NOT = '00'
              OR WS-LEDG-STATUS NOT = '00'
               DISPLAY 'DORMSWP: FILE OPEN FAILED - WARN='
                   WS-WARN-STATUS ' LEDG=' WS-LEDG-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM READ-NEXT-HISTORY-RECORD

           PERFORM UNTIL END-OF-MASTER OR AN-IO-FAILED
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-MASTER
                   NOT AT END
                       PERFORM SWEEP-ONE-ACCOUNT
               END-READ
           END-PERFORM

           IF NOT AN-IO-FAILED
               PERFORM WRITE-LEDGER-TRAILER
           END-IF

           IF AN-IO-FAILED
               DISPLAY 'DORMSWP: I-O FAILURE - MSTR=' WS-MSTR-STATUS
                   ' HIST=' WS-HIST-STATUS ' AUD=' WS-AUD-STATUS
                   ' WARN=' WS-WARN-STATUS ' LEDG=' WS-LEDG-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'DORMSWP: ' WS-WARNED-COUNT ' ACCOUNTS WARNED, '
               WS-NEW-DORMANT-COUNT ' MADE DORMANT'
           DISPLAY 'DORMSWP: DORMANT LEDGER ' WS-DORMANT-COUNT
               ' ACCOUNTS BALANCE=' WS-LEDGER-BALANCE
               ' OVERDRAFT=' WS-LEDGER-OVERDRAFT
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT DORMANCY-PARM-FILE
           OPEN I-O ACCOUNT-MASTER-FILE
           OPEN INPUT ACCOUNT-HISTORY-FILE
           OPEN EXTEND ACCOUNT-AUDIT-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE DORMANCY-PARM-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE ACCOUNT-HISTORY-FILE
           CLOSE ACCOUNT-AUDIT-FILE
           CLOSE DORMANCY-WARNING-FILE
           CLOSE DORMANT-LEDGER-FILE
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
           MOVE 'DORMSWP' TO RUN-PROGRAM-ID
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
           MOVE 'DORMSWP' TO RUN-PROGRAM-ID
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
           MOVE 'DORMSWP' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'DORMSWP' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    Both periods must be present and positive, and the warning
      *    must come inside the inactive period.
       READ-DORMANCY-PARMS.
           MOVE 'N' TO WS-PARM-VALID
           READ DORMANCY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DMP-INACTIVE-DAYS IS NUMERIC
                      AND DMP-WARNING-DAYS IS NUMERIC
                      AND DMP-INACTIVE-DAYS > 0
                      AND DMP-WARNING-DAYS > 0
                      AND DMP-WARNING-DAYS < DMP-INACTIVE-DAYS
                       MOVE DMP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
                       MOVE DMP-WARNING-DAYS TO WS-WARNING-DAYS
                       MOVE 'Y' TO WS-PARM-VALID
                   END-IF
           END-READ.

       READ-NEXT-HISTORY-RECORD.
           READ ACCOUNT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-HISTORY
           END-READ.

      *    History keyed below the master account has no master -
      *    MSTVRFY reports those - and is passed over. An account
      *    frozen while it was dormant (went dormant after its last
      *    reactivation) stays on the dormant ledger - its money is
      *    still dormant money for Finance, whatever legal or fraud
      *    are doing with it.
       SWEEP-ONE-ACCOUNT.
           PERFORM UNTIL END-OF-HISTORY
                   OR ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
                      NOT < ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               PERFORM READ-NEXT-HISTORY-RECORD
           END-PERFORM

           MOVE 0 TO WS-HIST-ACTIVITY-DATE
           PERFORM UNTIL END-OF-HISTORY
                   OR ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
                      NOT = ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               PERFORM CHECK-ONE-POSTING
               PERFORM READ-NEXT-HISTORY-RECORD
           END-PERFORM

           EVALUATE TRUE
               WHEN ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD
                   PERFORM WRITE-LEDGER-LINE
               WHEN ACCOUNT-IS-FROZEN OF ACCOUNT-MASTER-RECORD
                AND DORMANT-DATE OF ACCOUNT-MASTER-RECORD
                       > REACTIVATION-DATE OF ACCOUNT-MASTER-RECORD
                   PERFORM WRITE-LEDGER-LINE
               WHEN ACCOUNT-IS-OPEN OF ACCOUNT-MASTER-RECORD
                   PERFORM CHECK-OPEN-ACCOUNT
           END-EVALUATE.

       CHECK-ONE-POSTING.
           MOVE POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:3)
               TO WS-TXN-CODE
           IF WS-TXN-CODE NOT = 'INT'
              AND WS-TXN-CODE NOT = 'FEE'
              AND WS-TXN-CODE NOT = 'FRV'
              AND POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                  NOT = 'OVERDRAFT UPDATE'
              AND POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                  NOT = 'OVERDRAFT INTEREST'
              AND POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                  NOT = 'BALANCE BROUGHT FORWARD'
              AND POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                  > WS-HIST-ACTIVITY-DATE
               MOVE POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                   TO WS-HIST-ACTIVITY-DATE
           END-IF.

      *    The account is warned once per idle spell: a warning
      *    stamped after the last activity still stands, and only a
      *    rerun on the warning date itself writes the extract
      *    record again.
       CHECK-OPEN-ACCOUNT.
           MOVE OPEN-DATE OF ACCOUNT-MASTER-RECORD
               TO WS-LAST-ACTIVITY-DATE
           IF REACTIVATION-DATE OF ACCOUNT-MASTER-RECORD
                   > WS-LAST-ACTIVITY-DATE
               MOVE REACTIVATION-DATE OF ACCOUNT-MASTER-RECORD
                   TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF WS-HIST-ACTIVITY-DATE > WS-LAST-ACTIVITY-DATE
               MOVE WS-HIST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF

           IF WS-LAST-ACTIVITY-DATE NOT = 0
               COMPUTE WS-DUE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY-DATE)
                   + WS-INACTIVE-DAYS
               IF DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD
                       > WS-LAST-ACTIVITY-DATE
                   PERFORM CHECK-WARNED-ACCOUNT
               ELSE
                   IF WS-RUN-DAY-INT
                           NOT < WS-DUE-DAY-INT - WS-WARNING-DAYS
                       PERFORM WARN-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-WARNED-ACCOUNT.
           COMPUTE WS-NOTICE-DAY-INT = FUNCTION INTEGER-OF-DATE(
               DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD)
               + WS-WARNING-DAYS
           EVALUATE TRUE
               WHEN WS-RUN-DAY-INT NOT < WS-DUE-DAY-INT
                AND WS-RUN-DAY-INT NOT < WS-NOTICE-DAY-INT
                   PERFORM MAKE-ACCOUNT-DORMANT
               WHEN DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD
                       = WS-RUN-DATE
                   PERFORM WRITE-WARNING-RECORD
           END-EVALUATE.

       WARN-ACCOUNT.
           MOVE WS-RUN-DATE
               TO DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-REWRITE

           IF NOT AN-IO-FAILED
               PERFORM WRITE-WARNING-RECORD
           END-IF.

      *    The date quoted to the customer is the later of the
      *    dormancy date and the end of the notice the warning gives.
       WRITE-WARNING-RECORD.
           COMPUTE WS-NOTICE-DAY-INT = FUNCTION INTEGER-OF-DATE(
               DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD)
               + WS-WARNING-DAYS
           IF WS-DUE-DAY-INT > WS-NOTICE-DAY-INT
               MOVE WS-DUE-DAY-INT TO WS-NOTICE-DAY-INT
           END-IF
           COMPUTE WS-DORMANCY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NOTICE-DAY-INT)

           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO DWN-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO DWN-ACCT-NUMBER
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO DWN-BALANCE
           MOVE WS-LAST-ACTIVITY-DATE TO DWN-LAST-ACTIVITY-DATE
           MOVE WS-DORMANCY-DATE TO DWN-DORMANCY-DATE
           WRITE DORMANCY-WARNING-RECORD
           IF WS-WARN-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           ELSE
               ADD 1 TO WS-WARNED-COUNT
           END-IF.

       MAKE-ACCOUNT-DORMANT.
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO WS-STATUS-BEFORE
           SET ACCOUNT-IS-DORMANT OF ACCOUNT-MASTER-RECORD TO TRUE
           MOVE WS-RUN-DATE TO DORMANT-DATE OF ACCOUNT-MASTER-RECORD
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-REWRITE

           IF NOT AN-IO-FAILED
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF NOT AN-IO-FAILED
               PERFORM WRITE-LEDGER-LINE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-RUN-DATE TO AUD-BUSINESS-DATE
           MOVE 'DORMSWP' TO AUD-SOURCE-PROGRAM
           MOVE 'DRM' TO AUD-OPERATOR-ID
           MOVE 'BTCH' TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO AUD-ACCT-NUMBER
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-BEFORE
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO AUD-BALANCE-AFTER
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO AUD-OVERDRAFT-BEFORE
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO AUD-OVERDRAFT-AFTER
           MOVE WS-STATUS-BEFORE TO AUD-STATUS-BEFORE
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO AUD-STATUS-AFTER
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD
               TO AUD-OD-LIMIT-BEFORE
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD
               TO AUD-OD-LIMIT-AFTER

           WRITE ACCOUNT-AUDIT-RECORD
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

       WRITE-LEDGER-LINE.
           MOVE SPACES TO DORMANT-LEDGER-RECORD
           SET DLG-IS-DETAIL TO TRUE
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO DLG-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO DLG-ACCT-NUMBER
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD TO DLG-BALANCE
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD TO DLG-OVERDRAFT
           MOVE DORMANT-DATE OF ACCOUNT-MASTER-RECORD
               TO DLG-DORMANT-DATE
           IF DORMANT-DATE OF ACCOUNT-MASTER-RECORD = WS-RUN-DATE
               MOVE 'Y' TO DLG-NEWLY-DORMANT
               ADD 1 TO WS-NEW-DORMANT-COUNT
           ELSE
               MOVE 'N' TO DLG-NEWLY-DORMANT
           END-IF
           WRITE DORMANT-LEDGER-RECORD
           IF WS-LEDG-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           ELSE
               ADD 1 TO WS-DORMANT-COUNT
               ADD BALANCE OF ACCOUNT-MASTER-RECORD
                   TO WS-LEDGER-BALANCE
               ADD OVERDRAFT OF ACCOUNT-MASTER-RECORD
                   TO WS-LEDGER-OVERDRAFT
           END-IF.

       WRITE-LEDGER-TRAILER.
           MOVE SPACES TO DORMANT-LEDGER-RECORD
           SET DLG-IS-TRAILER TO TRUE
           MOVE WS-DORMANT-COUNT TO DLG-ACCOUNT-COUNT
           MOVE WS-NEW-DORMANT-COUNT TO DLG-NEW-COUNT
           MOVE WS-LEDGER-BALANCE TO DLG-TOTAL-BALANCE
           MOVE WS-LEDGER-OVERDRAFT TO DLG-TOTAL-OVERDRAFT
           WRITE DORMANT-LEDGER-RECORD
           IF WS-LEDG-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.
