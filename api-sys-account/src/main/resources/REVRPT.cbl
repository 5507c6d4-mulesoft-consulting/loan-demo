       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVRPT.

      *    Morning posting reversal report. Reads the REVREG register
      *    ACCTREV writes for every posting it reverses and lists the
      *    business date's reversals on REVRPT: the original posting
      *    (account, sequence, date, amount and description), the
      *    sequence of the reversing 'REV' posting, the operator and
      *    terminal that keyed it and, for a transfer, the other leg
      *    reversed with it - so the back office checks each one
      *    against the error it corrects without matching postings
      *    by hand. A transfer shows as two lines, one per account,
      *    each naming the other.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the nightly suite: a
      *    completed record for the date ends the job with RC 8; a
      *    rerun after a failure is safe because REVREG is read-only
      *    here and REVRPT is rewritten from scratch. The business
      *    date comes from the BUSNDATE control record DAYROLL moves
      *    on at the end of each night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO REVREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-REGISTER-FILE.
           COPY REVREG.
       FD  REVERSAL-REPORT-FILE.
           COPY REVRPT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-REV-STATUS              PIC XX.
       01 WS-RPT-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-END-OF-REGISTER         PIC X VALUE 'N'.
           88 END-OF-REGISTER        VALUE 'Y'.
       01 WS-REPORTED-COUNT          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES

           IF WS-REV-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'REVRPT: FILE OPEN FAILED - REV='
                   WS-REV-STATUS ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'REVRPT: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'REVRPT: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'REVRPT: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REVERSAL-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REVRPT: FILE OPEN FAILED - RPT='
                   WS-RPT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-NEXT-REGISTER-RECORD
           PERFORM UNTIL END-OF-REGISTER
               PERFORM PROCESS-ONE-REVERSAL
               PERFORM READ-NEXT-REGISTER-RECORD
           END-PERFORM

           DISPLAY 'REVRPT: ' WS-REPORTED-COUNT ' REVERSALS REPORTED'
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT REVERSAL-REGISTER-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE REVERSAL-REGISTER-FILE
           CLOSE REVERSAL-REPORT-FILE
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
           MOVE 'REVRPT' TO RUN-PROGRAM-ID
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
           MOVE 'REVRPT' TO RUN-PROGRAM-ID
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
           MOVE 'REVRPT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'REVRPT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       READ-NEXT-REGISTER-RECORD.
           READ REVERSAL-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-REGISTER
           END-READ.

       PROCESS-ONE-REVERSAL.
           IF REV-BUSINESS-DATE = WS-RUN-DATE
               PERFORM WRITE-REVERSAL-RECORD
           END-IF.

       WRITE-REVERSAL-RECORD.
           MOVE REV-CUST-NO TO RVR-CUST-NO
           MOVE REV-ORIG-ACCT-NUMBER TO RVR-ACCT-NUMBER
           MOVE REV-ORIG-POSTING-SEQ TO RVR-ORIG-POSTING-SEQ
           MOVE REV-ORIG-POSTING-DATE TO RVR-ORIG-POSTING-DATE
           MOVE REV-ORIG-AMOUNT TO RVR-ORIG-AMOUNT
           MOVE REV-ORIG-DESC TO RVR-ORIG-DESC
           MOVE REV-POSTING-SEQ-NO TO RVR-REVERSAL-SEQ
           MOVE REV-PAIR-ACCT-NUMBER TO RVR-PAIR-ACCT-NUMBER
           MOVE REV-PAIR-POSTING-SEQ TO RVR-PAIR-POSTING-SEQ
           MOVE REV-OPERATOR-ID TO RVR-OPERATOR-ID
           MOVE REV-TERMINAL-ID TO RVR-TERMINAL-ID
           WRITE REVERSAL-REPORT-RECORD
           ADD 1 TO WS-REPORTED-COUNT.
