       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDTDORM.

      *    Dormant direct debit mandate report. Browses every mandate
      *    on MANDATE after the overnight CLRINTK step and writes a
      *    MNDTDORM record for each active mandate the originator has
      *    not collected on for 13 months - dated from the last
      *    collection CLRINTK stamped, or from set-up for a mandate
      *    never collected on. The branch confirms with the customer
      *    whether the mandate is still wanted and cancels it through
      *    MNDTMNT if not, so a long-forgotten authority cannot be
      *    collected on again. Cancelled mandates are not reported.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the nightly suite: a
      *    completed record for the date ends the job with RC 8
      *    instead of running twice; a rerun after a failure is safe
      *    because MANDATE is read-only here and MNDTDORM is
      *    rewritten from scratch. The business date comes from the
      *    BUSNDATE control record on RUNCTL, and MNDTDORM is only
      *    opened - and so truncated - once the run-control gate has
      *    passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-DEBIT-MANDATE-FILE ASSIGN TO MANDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MND-KEY
               FILE STATUS IS WS-MNDT-STATUS.
           SELECT DORMANT-MANDATE-REPORT-FILE ASSIGN TO MNDTDORM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIRECT-DEBIT-MANDATE-FILE.
           COPY MANDATE.
       FD  DORMANT-MANDATE-REPORT-FILE.
           COPY MNDTDORM.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-MNDT-STATUS             PIC XX.
       01 WS-RPT-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-END-OF-MANDATES         PIC X VALUE 'N'.
           88 END-OF-MANDATES        VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YEAR            PIC 9(4).
           02 WS-RUN-MONTH           PIC 9(2).
           02 WS-RUN-DAY             PIC 9(2).
       01 WS-CUTOFF-DATE             PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           02 WS-CUTOFF-YEAR         PIC 9(4).
           02 WS-CUTOFF-MONTH        PIC 9(2).
           02 WS-CUTOFF-DAY          PIC 9(2).
       01 WS-MONTH-COUNT             PIC S9(7) COMP.
       01 WS-LAST-ACTIVITY-DATE      PIC 9(8).
       01 WS-DORMANT-COUNT           PIC 9(8) VALUE 0.
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-MNDT-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MNDTDORM: FILE OPEN FAILED - MNDT='
                   WS-MNDT-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'MNDTDORM: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'MNDTDORM: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'MNDTDORM: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DORMANT-MANDATE-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MNDTDORM: FILE OPEN FAILED - RPT='
                   WS-RPT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SET-DORMANCY-CUTOFF

           PERFORM UNTIL END-OF-MANDATES
               READ DIRECT-DEBIT-MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-MANDATES
                   NOT AT END
                       PERFORM CHECK-ONE-MANDATE
               END-READ
           END-PERFORM

           DISPLAY 'MNDTDORM: ' WS-DORMANT-COUNT
               ' MANDATES WITH NO COLLECTION SINCE ' WS-CUTOFF-DATE
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT DIRECT-DEBIT-MANDATE-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE DIRECT-DEBIT-MANDATE-FILE
           CLOSE DORMANT-MANDATE-REPORT-FILE
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
           MOVE 'MNDTDORM' TO RUN-PROGRAM-ID
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
           MOVE 'MNDTDORM' TO RUN-PROGRAM-ID
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
           MOVE 'MNDTDORM' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'MNDTDORM' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    The cutoff is the business date 13 months back. It is only
      *    ever compared against, so a day that month does not have
      *    (the 30th of February) needs no correcting - it still
      *    sorts between the last day of the month and the first of
      *    the next.
       SET-DORMANCY-CUTOFF.
           COMPUTE WS-MONTH-COUNT =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1 - 13
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY.

       CHECK-ONE-MANDATE.
           IF MND-LAST-COLLECT-DATE = 0
               MOVE MND-SETUP-DATE TO WS-LAST-ACTIVITY-DATE
           ELSE
               MOVE MND-LAST-COLLECT-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF

           IF MANDATE-IS-ACTIVE
              AND WS-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
               PERFORM WRITE-DORMANT-RECORD
           END-IF.

       WRITE-DORMANT-RECORD.
           MOVE MND-ORIGINATOR-ID TO DMR-ORIGINATOR-ID
           MOVE MND-REFERENCE TO DMR-MANDATE-REF
           MOVE MND-CUST-NO TO DMR-CUST-NO
           MOVE MND-ACCT-NUMBER TO DMR-ACCT-NUMBER
           MOVE MND-MAX-AMOUNT TO DMR-MAX-AMOUNT
           MOVE MND-SETUP-DATE TO DMR-SETUP-DATE
           MOVE MND-LAST-COLLECT-DATE TO DMR-LAST-COLLECT-DATE
           WRITE DORMANT-MANDATE-REPORT-RECORD
           ADD 1 TO WS-DORMANT-COUNT.
