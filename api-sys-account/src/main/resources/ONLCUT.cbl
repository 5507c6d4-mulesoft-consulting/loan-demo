       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLCUT.

      *    Online day cutover. The online programs stamp POSTING-DATE,
      *    AUD-BUSINESS-DATE and their other business dates from the
      *    ONLNDATE control record on RUNCTL (date in
      *    RUN-CHECKPOINT-KEY, keyed 'ONLNDATE' date zero, the same
      *    convention as BUSNDATE) rather than from the wall clock.
      *    This step moves ONLNDATE on to the next business day after
      *    the night's BUSNDATE - the next date that is neither a
      *    Saturday or Sunday nor a holiday on the HOLCAL calendar -
      *    so everything keyed from then on, before or after midnight,
      *    lands on the day it will be processed with, and a teller
      *    working late on Friday posts to Monday, not to Saturday.
      *
      *    Operations gate it, through its dependency record, behind
      *    the night's steps that post through the online programs -
      *    ODACCRUE, CRACCRUE and SORDEXEC LINK to ACCTUPD, ACCTPST
      *    and ACCTXFR, which stamp their postings with ONLNDATE too -
      *    and ahead of the steps that read the day's postings back
      *    (TLRPROOF, GLEXTRCT, DUPRPT), so the night's own postings
      *    and everything keyed before the cutover fall to the night
      *    being processed and nothing keyed after it can. DAYROLL
      *    later moves BUSNDATE to the same day.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the nightly suite: a
      *    completed record for the date ends the job with RC 8; an
      *    in-progress record is a rerun after a failure, safe
      *    because ONLNDATE is simply set again to the same day.

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
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
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
               DISPLAY 'ONLCUT: FILE OPEN FAILED - HOLCAL='
                   WS-HOL-STATUS ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'ONLCUT: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'ONLCUT: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'ONLCUT: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FIND-NEXT-BUSINESS-DAY
           IF NOT AN-IO-FAILED
               PERFORM SET-ONLINE-DATE
           END-IF

           IF AN-IO-FAILED
               DISPLAY 'ONLCUT: I-O FAILURE - HOLCAL=' WS-HOL-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'ONLCUT: ONLINE BUSINESS DATE SET TO ' WS-NEXT-DATE
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.

       CLOSE-FILES.
           CLOSE HOLIDAY-CALENDAR-FILE
           CLOSE RUN-CONTROL-FILE.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL moves on at the
      *    end of each night.
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
           MOVE 'ONLCUT' TO RUN-PROGRAM-ID
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
           MOVE 'ONLCUT' TO RUN-PROGRAM-ID
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
           MOVE 'ONLCUT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'ONLCUT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
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

       SET-ONLINE-DATE.
           MOVE 'ONLNDATE' TO RUN-PROGRAM-ID
           MOVE 0 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'ONLNDATE' TO RUN-PROGRAM-ID
                   MOVE 0 TO RUN-BUSINESS-DATE
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
                   MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
                   MOVE SPACES TO RUN-END-TIMESTAMP
                   WRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-IO-FAILED
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-NEXT-DATE TO RUN-CHECKPOINT-KEY
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-IO-FAILED
                   END-REWRITE
           END-READ.
