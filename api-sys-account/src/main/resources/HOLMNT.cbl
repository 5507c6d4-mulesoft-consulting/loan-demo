       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.

      *    Maintains the bank holiday calendar HOLCAL, keyed by date.
      *    Saturdays and Sundays are never business days and are not
      *    held; every weekday on file is a holiday on which the bank
      *    does not open. One commarea serves add ('A'), delete ('D')
      *    and inquiry ('I'), the way RATEMNT serves the rate
      *    schedule. The calendar is what DAYROLL and ONLCUT step the
      *    business dates over, what CHQCLEAR counts clearing days
      *    against, and what SORDEXEC, ODACCRUE and CRACCRUE use for
      *    due dates, accrual days and month-end.
      *
      *    Only dates after the online business date can be added or
      *    removed: a day already open, or already past, has had its
      *    cheque ages, due dates and accruals worked out, and
      *    changing it now would leave them disagreeing with the
      *    calendar. Each holiday records the operator, terminal and
      *    online business date it was added under.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-DAY-INT                 PIC S9(9) COMP.
       01 WS-DAY-OF-WEEK             PIC S9(4) COMP.
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
           COPY RUNCTL.
           COPY HOLCAL.

       LINKAGE SECTION.
           COPY HOLMNT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACES TO HOL-DESCRIPTION-OUT
           MOVE SPACES TO HOL-ADDED-BY-OUT
           MOVE 0 TO HOL-ADDED-DATE-OUT
           PERFORM GET-ONLINE-BUSINESS-DATE

           EVALUATE TRUE
               WHEN HOL-REQUEST-ADD
                   PERFORM VALIDATE-HOLIDAY-DATE
                   IF RETURN-STATUS = '0000'
                      AND HOL-DESCRIPTION-IN = SPACES
                       MOVE '4080' TO RETURN-STATUS
                       MOVE 'INVALID HOLIDAY DETAILS' TO RETURN-MSG
                   END-IF
                   IF RETURN-STATUS = '0000'
                       PERFORM ADD-HOLIDAY
                   END-IF
               WHEN HOL-REQUEST-DELETE
                   PERFORM VALIDATE-HOLIDAY-DATE
                   IF RETURN-STATUS = '0000'
                       PERFORM DELETE-HOLIDAY
                   END-IF
               WHEN HOL-REQUEST-INQUIRY
                   PERFORM INQUIRE-HOLIDAY
               WHEN OTHER
                   MOVE '4025' TO RETURN-STATUS
                   MOVE 'INVALID REQUEST TYPE' TO RETURN-MSG
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      *    The online business date is RUN-CHECKPOINT-KEY of the
      *    ONLNDATE control record ONLCUT rolls forward at cutover;
      *    without the record the system date is used.
       GET-ONLINE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           MOVE 'ONLNDATE' TO WS-RUNCTL-PROGRAM
           MOVE 0 TO WS-RUNCTL-DATE

           EXEC CICS READ
               FILE('RUNCTL')
               INTO(RUN-CONTROL-RECORD)
               RIDFLD(WS-RUNCTL-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND RUN-CHECKPOINT-KEY IS NUMERIC
               MOVE RUN-CHECKPOINT-KEY TO WS-BUSINESS-DATE
           END-IF.

      *    A holiday must be a real calendar date falling Monday to
      *    Friday - day 1 of the INTEGER-OF-DATE epoch was a Monday,
      *    so MOD 7 of 1 through 5 is a weekday - and must lie after
      *    the online business date.
       VALIDATE-HOLIDAY-DATE.
           IF HOL-DATE-IN IS NOT NUMERIC
              OR HOL-DATE-IN = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE-IN) NOT = 0
               MOVE '4080' TO RETURN-STATUS
               MOVE 'INVALID HOLIDAY DETAILS' TO RETURN-MSG
           ELSE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(HOL-DATE-IN)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DAY-INT, 7)
               IF WS-DAY-OF-WEEK < 1 OR WS-DAY-OF-WEEK > 5
                   MOVE '4080' TO RETURN-STATUS
                   MOVE 'INVALID HOLIDAY DETAILS' TO RETURN-MSG
               ELSE
                   IF HOL-DATE-IN NOT > WS-BUSINESS-DATE
                       MOVE '4083' TO RETURN-STATUS
                       MOVE 'HOLIDAY DATE NOT IN THE FUTURE'
                           TO RETURN-MSG
                   END-IF
               END-IF
           END-IF.

       ADD-HOLIDAY.
           MOVE HOL-DATE-IN TO HOL-DATE
           MOVE HOL-DESCRIPTION-IN TO HOL-DESCRIPTION
           MOVE EIBOPID TO HOL-ADDED-BY
           MOVE EIBTRMID TO HOL-ADDED-TERMINAL
           MOVE WS-BUSINESS-DATE TO HOL-ADDED-DATE

           EXEC CICS WRITE
               FILE('HOLCAL')
               FROM(HOLIDAY-CALENDAR-RECORD)
               RIDFLD(HOL-DATE)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPKEY) OR WS-RESP = DFHRESP(DUPREC)
               MOVE '4081' TO RETURN-STATUS
               MOVE 'HOLIDAY ALREADY ON CALENDAR' TO RETURN-MSG
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4084' TO RETURN-STATUS
                   MOVE 'CALENDAR UPDATE FAILED' TO RETURN-MSG
               ELSE
                   MOVE '0000' TO RETURN-STATUS
                   MOVE 'HOLIDAY ADDED OK' TO RETURN-MSG
               END-IF
           END-IF.

       DELETE-HOLIDAY.
           MOVE HOL-DATE-IN TO HOL-DATE

           EXEC CICS DELETE
               FILE('HOLCAL')
               RIDFLD(HOL-DATE)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE '0000' TO RETURN-STATUS
                   MOVE 'HOLIDAY DELETED OK' TO RETURN-MSG
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE '4082' TO RETURN-STATUS
                   MOVE 'HOLIDAY NOT ON CALENDAR' TO RETURN-MSG
               WHEN OTHER
                   MOVE '4084' TO RETURN-STATUS
                   MOVE 'CALENDAR UPDATE FAILED' TO RETURN-MSG
           END-EVALUATE.

       INQUIRE-HOLIDAY.
           MOVE HOL-DATE-IN TO HOL-DATE

           EXEC CICS READ
               FILE('HOLCAL')
               INTO(HOLIDAY-CALENDAR-RECORD)
               RIDFLD(HOL-DATE)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4082' TO RETURN-STATUS
               MOVE 'HOLIDAY NOT ON CALENDAR' TO RETURN-MSG
           ELSE
               MOVE HOL-DESCRIPTION TO HOL-DESCRIPTION-OUT
               MOVE HOL-ADDED-BY TO HOL-ADDED-BY-OUT
               MOVE HOL-ADDED-DATE TO HOL-ADDED-DATE-OUT
               MOVE '0000' TO RETURN-STATUS
               MOVE 'HOLIDAY FOUND' TO RETURN-MSG
           END-IF.
