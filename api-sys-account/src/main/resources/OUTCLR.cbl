       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTCLR.

      *    Nightly outbound clearing file. Browses the outbound
      *    payments parked on OUTPMT by OUTPAY and writes every item
      *    still pending for the business date - entered on or
      *    before it - to OUTCLR, the file sent to the clearing
      *    house: a header record carrying the business date, one
      *    detail per payment with the beneficiary's bank code,
      *    account, name and reference, the amount and the payment
      *    reference (the paying account and the debit's
      *    POSTING-SEQ-NO) the clearing house quotes back on a
      *    rejection, and a trailer of the detail count and total
      *    amount in the style of the CLRINTK intake trailer. Each
      *    item written is marked sent, with the business date as
      *    its sent date, so it goes to the clearing house once.
      *    Payments keyed after the online cutover carry the next
      *    business date and wait for that night's file.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the nightly suite: a
      *    completed record for the date ends the job with RC 8
      *    instead of running twice. A rerun after a failure is safe
      *    because OUTCLR is only opened - and so truncated - once
      *    the run-control gate has passed, and is rewritten from
      *    scratch: items the failed attempt already marked sent
      *    with tonight's date are picked up again alongside those
      *    still pending, so the rebuilt file carries the whole
      *    night. The business date comes from the BUSNDATE control
      *    record DAYROLL moves on at the end of each night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-PAYMENT-FILE ASSIGN TO OUTPMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPY-KEY
               FILE STATUS IS WS-PMT-STATUS.
           SELECT OUTBOUND-CLEARING-FILE ASSIGN TO OUTCLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OCL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-PAYMENT-FILE.
           COPY OUTPMT.
       FD  OUTBOUND-CLEARING-FILE.
           COPY OUTCLR.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-PMT-STATUS              PIC XX.
       01 WS-OCL-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-END-OF-PAYMENTS         PIC X VALUE 'N'.
           88 END-OF-PAYMENTS        VALUE 'Y'.
       01 WS-IO-FAILED               PIC X VALUE 'N'.
           88 AN-IO-FAILED           VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-SENT-COUNT              PIC 9(8) VALUE 0.
       01 WS-SENT-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-PMT-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'OUTCLR: FILE OPEN FAILED - PMT='
                   WS-PMT-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'OUTCLR: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'OUTCLR: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'OUTCLR: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OUTBOUND-CLEARING-FILE
           IF WS-OCL-STATUS NOT = '00'
               DISPLAY 'OUTCLR: FILE OPEN FAILED - OCL='
                   WS-OCL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-CLEARING-HEADER

           PERFORM UNTIL END-OF-PAYMENTS OR AN-IO-FAILED
               READ OUTBOUND-PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-PAYMENTS
                   NOT AT END
                       PERFORM CHECK-ONE-PAYMENT
               END-READ
           END-PERFORM

           IF NOT AN-IO-FAILED
               PERFORM WRITE-CLEARING-TRAILER
           END-IF

           IF AN-IO-FAILED
               DISPLAY 'OUTCLR: I-O FAILURE - PMT=' WS-PMT-STATUS
                   ' OCL=' WS-OCL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'OUTCLR: PAYMENTS SENT ' WS-SENT-COUNT
               ' AMOUNT=' WS-SENT-AMOUNT
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN I-O OUTBOUND-PAYMENT-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE OUTBOUND-PAYMENT-FILE
           CLOSE OUTBOUND-CLEARING-FILE
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
           MOVE 'OUTCLR' TO RUN-PROGRAM-ID
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
           MOVE 'OUTCLR' TO RUN-PROGRAM-ID
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
           MOVE 'OUTCLR' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'OUTCLR' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    A pending item goes out on the first night on or after the
      *    day it was keyed; an item already marked sent tonight is
      *    one a failed attempt wrote to the file now being rebuilt.
       CHECK-ONE-PAYMENT.
           EVALUATE TRUE
               WHEN PAYMENT-IS-PENDING
                AND OPY-ENTRY-DATE NOT > WS-RUN-DATE
                   PERFORM WRITE-CLEARING-DETAIL
                   IF NOT AN-IO-FAILED
                       PERFORM MARK-PAYMENT-SENT
                   END-IF
               WHEN PAYMENT-IS-SENT
                AND OPY-SENT-DATE = WS-RUN-DATE
                   PERFORM WRITE-CLEARING-DETAIL
           END-EVALUATE.

       WRITE-CLEARING-HEADER.
           MOVE SPACES TO OUTBOUND-CLEARING-RECORD
           SET OCL-HEADER-REC TO TRUE
           MOVE WS-RUN-DATE TO OCL-HEADER-DATE
           WRITE OUTBOUND-CLEARING-RECORD
           IF WS-OCL-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

       WRITE-CLEARING-DETAIL.
           MOVE SPACES TO OUTBOUND-CLEARING-RECORD
           SET OCL-DETAIL-REC TO TRUE
           MOVE OPY-ACCT-NUMBER TO OCL-REF-ACCT-NUMBER
           MOVE OPY-POSTING-SEQ TO OCL-REF-POSTING-SEQ
           MOVE OPY-BENE-BANK-CODE TO OCL-BENE-BANK-CODE
           MOVE OPY-BENE-ACCT-NUMBER TO OCL-BENE-ACCT-NUMBER
           MOVE OPY-BENE-NAME TO OCL-BENE-NAME
           MOVE OPY-BENE-REFERENCE TO OCL-BENE-REFERENCE
           MOVE OPY-AMOUNT TO OCL-AMOUNT
           WRITE OUTBOUND-CLEARING-RECORD
           IF WS-OCL-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           ELSE
               ADD 1 TO WS-SENT-COUNT
               ADD OPY-AMOUNT TO WS-SENT-AMOUNT
           END-IF.

       MARK-PAYMENT-SENT.
           SET PAYMENT-IS-SENT TO TRUE
           MOVE WS-RUN-DATE TO OPY-SENT-DATE
           REWRITE OUTBOUND-PAYMENT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-REWRITE.

      *    The trailer carries the count and amount of every detail
      *    on the file, the way the partner's trailer does on the
      *    clearing intake.
       WRITE-CLEARING-TRAILER.
           MOVE SPACES TO OUTBOUND-CLEARING-RECORD
           SET OCL-TRAILER-REC TO TRUE
           MOVE WS-SENT-COUNT TO OCL-TRAILER-COUNT
           MOVE WS-SENT-AMOUNT TO OCL-TRAILER-AMOUNT
           WRITE OUTBOUND-CLEARING-RECORD
           IF WS-OCL-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.
