       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYROLL.

      *    Business day roll - the last step of the nightly suite.
      *    Advances the BUSNDATE control record on RUNCTL from the
      *    night just finished to the next business day: the next
      *    date that is neither a Saturday or Sunday nor a holiday on
      *    the HOLCAL calendar maintained through HOLMNT. Gated on its
      *    predecessor like every other step, so operations set the
      *    dependency record to the suite's final step and the date
      *    only moves once the whole night has completed; the next
      *    night's steps then key their RUNCTL records by the new
      *    date with nobody setting BUSNDATE by hand.
      *
      *    The ONLNDATE control record, which the online programs
      *    stamp postings with, is normally moved to the same day
      *    earlier in the night by ONLCUT. If it is missing or still
      *    behind the new business date - ONLCUT skipped or not yet
      *    in the schedule - it is brought up to it here, so the
      *    online day can never lag the batch day.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and the business date being rolled, and the target date
      *    is held in its RUN-CHECKPOINT-KEY. The record is marked
      *    completed before BUSNDATE is rewritten: once BUSNDATE has
      *    moved, a resubmission looks for the new date's record and
      *    is stopped by the predecessor gate. So a completed record
      *    found for the date still on BUSNDATE can only mean a run
      *    that failed between the two writes, and instead of the
      *    usual RC 8 the roll is finished to the date already
      *    recorded - the date never advances twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR-FILE.
           COPY HOLCAL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-HOL-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-NEXT-DATE               PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-ROLL-PENDING            PIC X VALUE 'N'.
           88 ROLL-IS-PENDING        VALUE 'Y'.
       01 WS-BUSINESS-DAY-SW         PIC X VALUE 'N'.
           88 BUSINESS-DAY-FOUND     VALUE 'Y'.
       01 WS-IO-FAILED               PIC X VALUE 'N'.
           88 AN-IO-FAILED           VALUE 'Y'.
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-DAY-OF-WEEK             PIC S9(4) COMP.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           OPEN I-O RUN-CONTROL-FILE

           IF WS-HOL-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'DAYROLL: FILE OPEN FAILED - HOLCAL='
                   WS-HOL-STATUS ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'DAYROLL: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'DAYROLL: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF AN-IO-FAILED
               DISPLAY 'DAYROLL: RUNCTL UPDATE FAILED - RUNCTL='
                   WS-RUNCTL-STATUS ' HOLCAL=' WS-HOL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF ROLL-IS-PENDING
               DISPLAY 'DAYROLL: COMPLETING INTERRUPTED ROLL FROM '
                   WS-RUN-DATE
           ELSE
               PERFORM COMPLETE-RUN-CONTROL
           END-IF

           IF NOT AN-IO-FAILED
               PERFORM ROLL-BUSINESS-DATE
           END-IF
           IF NOT AN-IO-FAILED
               PERFORM BRING-UP-ONLINE-DATE
           END-IF

           IF AN-IO-FAILED
               DISPLAY 'DAYROLL: RUNCTL UPDATE FAILED - RUNCTL='
                   WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'DAYROLL: BUSINESS DATE ROLLED FROM ' WS-RUN-DATE
               ' TO ' WS-NEXT-DATE
           PERFORM CLOSE-FILES
           GOBACK.

       CLOSE-FILES.
           CLOSE HOLIDAY-CALENDAR-FILE
           CLOSE RUN-CONTROL-FILE.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which this step moves on at
      *    the end of each night.
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
           MOVE 'DAYROLL' TO RUN-PROGRAM-ID
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

      *    The target date is worked out once and held on the run
      *    record, so a rerun rolls to the same day even if the
      *    calendar has been touched in between.
       INIT-RUN-CONTROL.
           MOVE 'DAYROLL' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM FIND-NEXT-BUSINESS-DAY
                   IF NOT AN-IO-FAILED
                       PERFORM WRITE-NEW-RUN-CONTROL
                   END-IF
               NOT INVALID KEY
                   IF RUN-CHECKPOINT-KEY IS NUMERIC
                      AND RUN-CHECKPOINT-KEY > WS-RUN-DATE
                       MOVE RUN-CHECKPOINT-KEY TO WS-NEXT-DATE
                   ELSE
                       PERFORM FIND-NEXT-BUSINESS-DAY
                   END-IF
                   EVALUATE TRUE
                       WHEN AN-IO-FAILED
                           CONTINUE
                       WHEN RUN-IS-COMPLETED
                           MOVE 'Y' TO WS-ROLL-PENDING
                       WHEN OTHER
                           PERFORM REWRITE-RUN-CONTROL
                   END-EVALUATE
           END-READ.

       WRITE-NEW-RUN-CONTROL.
           MOVE 'DAYROLL' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-WRITE.

       REWRITE-RUN-CONTROL.
           MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-REWRITE.

       COMPLETE-RUN-CONTROL.
           MOVE 'DAYROLL' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-IO-FAILED
                   END-REWRITE
           END-READ.

      *    Steps forward a day at a time from the business date until
      *    a weekday that is not on the holiday calendar. Day 1 of
      *    the INTEGER-OF-DATE epoch was a Monday, so MOD 7 of 1
      *    through 5 is a weekday.
       FIND-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM STEP-TO-NEXT-DAY
               UNTIL BUSINESS-DAY-FOUND OR AN-IO-FAILED.

       STEP-TO-NEXT-DAY.
           ADD 1 TO WS-DAY-INT
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
               MOVE WS-NEXT-DATE TO HOL-DATE
               READ HOLIDAY-CALENDAR-FILE
                   INVALID KEY
                       IF WS-HOL-STATUS = '23'
                           MOVE 'Y' TO WS-BUSINESS-DAY-SW
                       ELSE
                           MOVE 'Y' TO WS-IO-FAILED
                       END-IF
               END-READ
           END-IF.

       ROLL-BUSINESS-DATE.
           MOVE 'BUSNDATE' TO RUN-PROGRAM-ID
           MOVE 0 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
               NOT INVALID KEY
                   MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-IO-FAILED
                   END-REWRITE
           END-READ.

       BRING-UP-ONLINE-DATE.
           MOVE 'ONLNDATE' TO RUN-PROGRAM-ID
           MOVE 0 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM WRITE-ONLINE-DATE
               NOT INVALID KEY
                   IF RUN-CHECKPOINT-KEY IS NOT NUMERIC
                      OR RUN-CHECKPOINT-KEY < WS-NEXT-DATE
                       MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
                       REWRITE RUN-CONTROL-RECORD
                           INVALID KEY
                               MOVE 'Y' TO WS-IO-FAILED
                       END-REWRITE
                   END-IF
           END-READ.

       WRITE-ONLINE-DATE.
           MOVE 'ONLNDATE' TO RUN-PROGRAM-ID
           MOVE 0 TO RUN-BUSINESS-DATE
           SET RUN-IS-COMPLETED TO TRUE
           MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-WRITE.
