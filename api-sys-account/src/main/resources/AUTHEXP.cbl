       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHEXP.

      *    End-of-day expiry of the maker-checker queue. Anything
      *    ACCTPST, ACCTODL or ACCTHLD referred to AUTHPND that no
      *    supervisor has approved or declined through AUTHMNT by the
      *    close of the business day is expired - a referral is an
      *    instruction for that day, not one to be approved the next
      *    morning against a different balance - and listed on the
      *    morning AUTHRPT report with the maker, the request and the
      *    last rejection, if an approval was tried and refused, so
      *    the branch can follow each one up with the customer. The
      *    item stays on AUTHPND as expired, stamped with the date
      *    it expired, and can no longer be approved.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the nightly suite: a
      *    completed record for the date ends the job with RC 8. A
      *    rerun after a failure is safe: items expired by the failed
      *    run carry the business date as their decision date and
      *    are listed again, and AUTHRPT is rewritten from scratch.
      *    The business date comes from the BUSNDATE control record
      *    DAYROLL moves on at the end of each night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-PENDING-FILE ASSIGN TO AUTHPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.
           SELECT AUTH-REPORT-FILE ASSIGN TO AUTHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-PENDING-FILE.
           COPY AUTHPND.
       FD  AUTH-REPORT-FILE.
           COPY AUTHRPT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-PND-STATUS              PIC XX.
       01 WS-RPT-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-END-OF-QUEUE            PIC X VALUE 'N'.
           88 END-OF-QUEUE           VALUE 'Y'.
       01 WS-EXPIRED-COUNT           PIC 9(8) VALUE 0.
       01 WS-REWRITE-FAILED          PIC X VALUE 'N'.
           88 REWRITE-HAS-FAILED     VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-PND-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AUTHEXP: FILE OPEN FAILED - PND='
                   WS-PND-STATUS ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'AUTHEXP: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'AUTHEXP: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'AUTHEXP: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT AUTH-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AUTHEXP: FILE OPEN FAILED - RPT='
                   WS-RPT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-NEXT-PENDING-ITEM
           PERFORM UNTIL END-OF-QUEUE
               PERFORM PROCESS-ONE-ITEM
               PERFORM READ-NEXT-PENDING-ITEM
           END-PERFORM

           IF REWRITE-HAS-FAILED
               DISPLAY 'AUTHEXP: AUTHPND REWRITE FAILED - STATUS='
                   WS-PND-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'AUTHEXP: ' WS-EXPIRED-COUNT ' ITEMS EXPIRED'
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN I-O AUTH-PENDING-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE AUTH-PENDING-FILE
           CLOSE AUTH-REPORT-FILE
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
           MOVE 'AUTHEXP' TO RUN-PROGRAM-ID
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
           MOVE 'AUTHEXP' TO RUN-PROGRAM-ID
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
           MOVE 'AUTHEXP' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'AUTHEXP' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-NEXT-PENDING-ITEM.
           READ AUTH-PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-QUEUE
           END-READ.

      *    Items keyed after the business date (past midnight, while
      *    the suite runs) belong to the next day and are left alone.
       PROCESS-ONE-ITEM.
           EVALUATE TRUE
               WHEN ITEM-IS-PENDING
                AND PND-ENTRY-DATE NOT > WS-RUN-DATE
                   PERFORM EXPIRE-ITEM
               WHEN ITEM-HAS-EXPIRED
                AND PND-DECISION-DATE = WS-RUN-DATE
                   PERFORM WRITE-EXPIRY-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXPIRE-ITEM.
           SET ITEM-HAS-EXPIRED TO TRUE
           MOVE WS-RUN-DATE TO PND-DECISION-DATE
           MOVE FUNCTION CURRENT-DATE TO PND-DECISION-TIMESTAMP
           REWRITE AUTH-PENDING-RECORD

           IF WS-PND-STATUS NOT = '00'
               MOVE 'Y' TO WS-REWRITE-FAILED
               MOVE 'Y' TO WS-END-OF-QUEUE
           ELSE
               PERFORM WRITE-EXPIRY-RECORD
           END-IF.

       WRITE-EXPIRY-RECORD.
           MOVE PND-ENTRY-DATE TO AXR-ENTRY-DATE
           MOVE PND-ENTRY-TIME TO AXR-ENTRY-TIME
           MOVE PND-MAKER-TERMINAL-ID TO AXR-MAKER-TERMINAL-ID
           MOVE PND-MAKER-OPERATOR-ID TO AXR-MAKER-OPERATOR-ID
           MOVE PND-SOURCE-PROGRAM TO AXR-SOURCE-PROGRAM
           MOVE PND-TXN-CODE TO AXR-TXN-CODE
           MOVE PND-ACTION TO AXR-ACTION
           MOVE PND-CUST-NO TO AXR-CUST-NO
           MOVE PND-ACCT-NUMBER TO AXR-ACCT-NUMBER
           MOVE PND-AMOUNT TO AXR-AMOUNT
           MOVE PND-LAST-REJECT-STATUS TO AXR-LAST-REJECT-STATUS
           WRITE AUTH-EXPIRY-REPORT-RECORD
           ADD 1 TO WS-EXPIRED-COUNT.
