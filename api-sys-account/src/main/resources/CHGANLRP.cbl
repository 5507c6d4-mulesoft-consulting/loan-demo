       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGANLRP.

      *    Monthly service charge analysis for the branches. Reads
      *    every CHGHIST record after the month-end SVCCHG step and
      *    writes a CHGANLRP detail record for each account priced
      *    for the month just charged - the calendar month before the
      *    business date's month, the same month SVCCHG charges -
      *    showing the product, the maintenance fee, the item count
      *    and item charges, the month's average balance against the
      *    product minimum, and the amount waived or charged. The
      *    charge status says what became of it: posted ('P'), waived
      *    ('W'), nil ('N'), referred for authorization ('R') or
      *    rejected by ACCTPST ('X', with ACCTPST's return status),
      *    so the branch can follow up every charge that did not
      *    post. A trailer record carries the account count, the
      *    counts posted, waived and not posted, and the totals
      *    charged and waived.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the suite: a completed
      *    record for the date ends the job with RC 8 instead of
      *    running twice; a rerun after a failure is safe because
      *    CHGHIST is read-only here and CHGANLRP is rewritten from
      *    scratch. The business date comes from the BUSNDATE control
      *    record, and CHGANLRP is only opened - and so truncated -
      *    once the run-control gate has passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-CHARGE-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CHARGE-ANALYSIS-FILE ASSIGN TO CHGANLRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICE-CHARGE-FILE.
           COPY CHGHIST.
       FD  CHARGE-ANALYSIS-FILE.
           COPY CHGANLRP.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-CHG-STATUS              PIC XX.
       01 WS-RPT-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-END-OF-CHARGES          PIC X VALUE 'N'.
           88 END-OF-CHARGES         VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-DATE-WORK.
           02 WS-DATE-YEAR           PIC 9(4).
           02 WS-DATE-MONTH          PIC 9(2).
           02 WS-DATE-DAY            PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-CHARGE-MONTH            PIC 9(6).
       01 WS-ACCOUNT-COUNT           PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT            PIC 9(7) VALUE 0.
       01 WS-WAIVED-COUNT            PIC 9(7) VALUE 0.
       01 WS-UNPOSTED-COUNT          PIC 9(7) VALUE 0.
       01 WS-TOTAL-CHARGED           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-WAIVED            PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-CHG-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'CHGANLRP: FILE OPEN FAILED - CHG='
                   WS-CHG-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'CHGANLRP: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'CHGANLRP: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'CHGANLRP: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHARGE-ANALYSIS-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CHGANLRP: FILE OPEN FAILED - RPT='
                   WS-RPT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SET-CHARGE-MONTH

           PERFORM UNTIL END-OF-CHARGES
               READ SERVICE-CHARGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-CHARGES
                   NOT AT END
                       PERFORM CHECK-ONE-CHARGE
               END-READ
           END-PERFORM

           PERFORM WRITE-ANALYSIS-TRAILER
           DISPLAY 'CHGANLRP: ' WS-ACCOUNT-COUNT
               ' ACCOUNTS ANALYSED FOR ' WS-CHARGE-MONTH

           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT SERVICE-CHARGE-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE SERVICE-CHARGE-FILE
           CLOSE CHARGE-ANALYSIS-FILE
           CLOSE RUN-CONTROL-FILE.

      *    The business date is held in RUN-CHECKPOINT-KEY of the
      *    BUSNDATE control record, which DAYROLL rolls on to the
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
           MOVE 'CHGANLRP' TO RUN-PROGRAM-ID
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
           MOVE 'CHGANLRP' TO RUN-PROGRAM-ID
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
           MOVE 'CHGANLRP' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'CHGANLRP' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    The month reported is the one SVCCHG charges: the calendar
      *    month ending the day before the first of the business
      *    date's month.
       SET-CHARGE-MONTH.
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           MOVE 1 TO WS-DATE-DAY
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM (1:6) TO WS-CHARGE-MONTH.

       CHECK-ONE-CHARGE.
           IF CHG-MONTH = WS-CHARGE-MONTH
               PERFORM WRITE-ANALYSIS-DETAIL
           END-IF.

       WRITE-ANALYSIS-DETAIL.
           MOVE SPACES TO CHARGE-ANALYSIS-RECORD
           SET CAN-IS-DETAIL TO TRUE
           MOVE CHG-CUST-NO TO CAN-CUST-NO
           MOVE CHG-ACCT-NUMBER TO CAN-ACCT-NUMBER
           MOVE CHG-PRODUCT-CODE TO CAN-PRODUCT-CODE
           MOVE CHG-MONTH TO CAN-CHARGE-MONTH
           MOVE CHG-MAINTENANCE-FEE TO CAN-MAINTENANCE-FEE
           MOVE CHG-ITEM-COUNT TO CAN-ITEM-COUNT
           MOVE CHG-ITEM-CHARGES TO CAN-ITEM-CHARGES
           MOVE CHG-AVERAGE-BALANCE TO CAN-AVERAGE-BALANCE
           MOVE CHG-MIN-BALANCE TO CAN-MIN-BALANCE
           MOVE CHG-WAIVED-AMOUNT TO CAN-WAIVED-AMOUNT
           MOVE CHG-CHARGED-AMOUNT TO CAN-CHARGED-AMOUNT
           MOVE CHG-STATUS TO CAN-CHARGE-STATUS
           MOVE CHG-RETURN-STATUS TO CAN-RETURN-STATUS
           WRITE CHARGE-ANALYSIS-RECORD

           ADD 1 TO WS-ACCOUNT-COUNT
           EVALUATE TRUE
               WHEN CHARGE-IS-POSTED
                   ADD 1 TO WS-POSTED-COUNT
                   ADD CHG-CHARGED-AMOUNT TO WS-TOTAL-CHARGED
               WHEN CHARGE-IS-WAIVED
                   ADD 1 TO WS-WAIVED-COUNT
                   ADD CHG-WAIVED-AMOUNT TO WS-TOTAL-WAIVED
               WHEN CHARGE-IS-REFERRED
                 OR CHARGE-IS-REJECTED
                   ADD 1 TO WS-UNPOSTED-COUNT
           END-EVALUATE.

       WRITE-ANALYSIS-TRAILER.
           MOVE SPACES TO CHARGE-ANALYSIS-RECORD
           SET CAN-IS-TRAILER TO TRUE
           MOVE WS-ACCOUNT-COUNT TO CAN-ACCOUNT-COUNT
           MOVE WS-POSTED-COUNT TO CAN-POSTED-COUNT
           MOVE WS-WAIVED-COUNT TO CAN-WAIVED-COUNT
           MOVE WS-UNPOSTED-COUNT TO CAN-UNPOSTED-COUNT
           MOVE WS-TOTAL-CHARGED TO CAN-TOTAL-CHARGED
           MOVE WS-TOTAL-WAIVED TO CAN-TOTAL-WAIVED
           WRITE CHARGE-ANALYSIS-RECORD.
