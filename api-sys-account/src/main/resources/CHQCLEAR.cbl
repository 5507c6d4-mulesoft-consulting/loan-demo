      *    Nightly clearing-cycle release. Walks the UNCLITEM file of
      *    cheque credits still inside their clearing cycle and, for
      *    every item that has aged the configured number of business
      *    days (the CHQPARM parameter file; weekends and the bank
      *    holidays on the HOLCAL calendar are not counted),
      *    releases the funds: the item is deleted and its amount
      *    subtracted from UNCLEARED-FUNDS on the account master, so
      *    the money joins the available balance ACCTPST, ACCTXFR and
      *    in-progress record is a rerun after a failure, safe
      *    because a released item is gone from UNCLITEM and cannot
      *    release twice. The business date comes from the BUSNDATE
      *    control record DAYROLL moves on at the end of each night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY UNCLITEM.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       FD  HOLIDAY-CALENDAR-FILE.
           COPY HOLCAL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       01 WS-PARM-STATUS             PIC XX.
       01 WS-UNCL-STATUS             PIC XX.
       01 WS-MSTR-STATUS             PIC XX.
       01 WS-HOL-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-RUN-DAY-INT             PIC S9(9) COMP.
       01 WS-DAY-OF-WEEK             PIC S9(4) COMP.
       01 WS-AGE-DAYS                PIC S9(4) COMP.
       01 WS-CALENDAR-DATE           PIC 9(8).
       01 WS-HELD-UNCL-KEY           PIC X(14).

       PROCEDURE DIVISION.
           OPEN INPUT CHEQUE-PARM-FILE
           OPEN I-O UNCLEARED-ITEM-FILE
           OPEN I-O ACCOUNT-MASTER-FILE
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           OPEN I-O RUN-CONTROL-FILE

           IF WS-PARM-STATUS NOT = '00'
              OR WS-UNCL-STATUS NOT = '00'
              OR WS-MSTR-STATUS NOT = '00'
              OR WS-HOL-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'CHQCLEAR: FILE OPEN FAILED - PARM='
                   WS-PARM-STATUS ' UNCL=' WS-UNCL-STATUS
                   ' MSTR=' WS-MSTR-STATUS
                   ' HOLCAL=' WS-HOL-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE

           IF AN-IO-FAILED
               DISPLAY 'CHQCLEAR: I-O FAILURE - UNCL=' WS-UNCL-STATUS
                   ' MSTR=' WS-MSTR-STATUS ' HOLCAL=' WS-HOL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           CLOSE CHEQUE-PARM-FILE
           CLOSE UNCLEARED-ITEM-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE HOLIDAY-CALENDAR-FILE
           CLOSE RUN-CONTROL-FILE.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       GET-BUSINESS-DATE.
           MOVE 0 TO WS-RUN-DATE
           MOVE 'BUSNDATE' TO RUN-PROGRAM-ID

       CHECK-ONE-ITEM.
           PERFORM COUNT-BUSINESS-DAYS
           IF NOT AN-IO-FAILED
              AND WS-AGE-DAYS NOT < WS-CLEAR-DAYS
               PERFORM RELEASE-ONE-ITEM
           END-IF.

      *    Business days elapsed since the posting date: each
      *    calendar day after it up to the run date counts unless it
      *    falls on a weekend or is a holiday on HOLCAL. Day 1 of the
      *    INTEGER-OF-DATE epoch was a Monday, so MOD 7 of 1 through
      *    5 is a weekday.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-AGE-DAYS
           IF UNCL-POSTING-DATE IS NOT NUMERIC
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-DAY-INT, 7)
                   IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
                       PERFORM COUNT-IF-NOT-HOLIDAY
                   END-IF
               END-PERFORM
           END-IF.

      *    A calendar read that fails for any reason other than the
      *    date not being on file stops the run, rather than release
      *    funds a day early on a holiday it could not see.
       COUNT-IF-NOT-HOLIDAY.
           COMPUTE WS-CALENDAR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-CALENDAR-DATE TO HOL-DATE
           READ HOLIDAY-CALENDAR-FILE
               INVALID KEY
                   IF WS-HOL-STATUS = '23'
                       ADD 1 TO WS-AGE-DAYS
                   ELSE
                       MOVE 'Y' TO WS-IO-FAILED
                   END-IF
           END-READ.

      *    Deleting the item moves the file position, so the key is
      *    held and the browse re-positioned afterward.
       RELEASE-ONE-ITEM.
