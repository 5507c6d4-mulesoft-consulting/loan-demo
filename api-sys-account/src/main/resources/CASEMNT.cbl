       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.

      *    Compliance's working of the suspicious activity cases that
      *    CASHMON raises on SUSPCASE, keyed by customer number and
      *    case sequence. One commarea serves inquiry ('I'),
      *    annotate ('N'), escalate ('E'), close ('C') and list ('L')
      *    requests, the way MNDTMNT serves the mandate file. Inquiry
      *    returns the case and its most recent notes, newest first;
      *    the note total says how many there are in all.
      *
      *    List returns the live cases - open and escalated, or only
      *    those in the status given in CASE-LIST-STATUS-IN - in
      *    customer and case order from CASE-LIST-KEY-IN, so
      *    compliance can find the work waiting without knowing the
      *    customer first; more than fit in one reply are flagged in
      *    MORE-CASES-EXIST with NEXT-CASE-KEY to continue from, as
      *    AUTHMNT lists its pending items.
      *
      *    Every action is kept on the CASENOTE file under the case,
      *    with the online business date, operator and terminal, so
      *    the case carries its own history of who looked at it and
      *    what they decided. Annotating adds a note to a case that
      *    is still live. An open case can be escalated once; the
      *    escalation is dated and signed on the case and noted, with
      *    the text given or a standard wording. Closing an open or
      *    escalated case needs the reason in the note text. A
      *    closed case is not reopened; CASHMON raises a new case if
      *    the pattern recurs after closure. The note and the case
      *    are updated as one unit of work, backed out together with
      *    SYNCPOINT ROLLBACK if either write fails.
      *
      *    The customer number must pass the CUSTCHK check digit but
      *    need not be active on CUSTMSTR, so a case can still be
      *    worked and closed after the customer has died or left.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-CASE-KEY.
           02 WS-CASE-CUST-NO        PIC X(8).
           02 WS-CASE-SEQ            PIC 9(4).
       01 WS-NOTE-SEQ                PIC 9(4).
       01 WS-UPDATE-FAILED           PIC X VALUE 'N'.
           88 CASE-UPDATE-FAILED     VALUE 'Y'.
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
           COPY RUNCTL.
           COPY SUSPCASE.
           COPY CASENOTE.
           COPY CUSTCHK.

       LINKAGE SECTION.
           COPY CASEMNT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACES TO CASE-DETAILS-OUT
           MOVE 0 TO NUMBER-OF-NOTES
           PERFORM GET-ONLINE-BUSINESS-DATE

           IF CASE-REQUEST-LIST
               PERFORM LIST-LIVE-CASES
           ELSE
               PERFORM SERVE-ONE-CASE
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       SERVE-ONE-CASE.
           IF CASE-CUST-NO-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
               CALL 'CUSTCHK' USING CASE-CUST-NO-BASE
                                    CASE-CUST-NO-CHECK-DIGIT
                                    CUSTCHK-RESPONSE
           END-IF

           IF CUSTCHK-IS-INVALID
               MOVE '4011' TO RETURN-STATUS
               MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
           ELSE
               MOVE CASE-CUST-NO-IN TO WS-CASE-CUST-NO
               MOVE CASE-SEQ-IN TO WS-CASE-SEQ
               EVALUATE TRUE
                   WHEN CASE-REQUEST-INQUIRY
                       PERFORM INQUIRE-CASE
                   WHEN CASE-REQUEST-ANNOTATE
                     OR CASE-REQUEST-ESCALATE
                     OR CASE-REQUEST-CLOSE
                       PERFORM UPDATE-CASE
                   WHEN OTHER
                       MOVE '4025' TO RETURN-STATUS
                       MOVE 'INVALID REQUEST TYPE' TO RETURN-MSG
               END-EVALUATE
           END-IF.

      *    SUSPCASE is keyed by customer and case sequence, so the
      *    list walks the whole file in that order from
      *    CASE-LIST-KEY-IN (or from the start when none is given)
      *    and passes over closed cases and, when a status is asked
      *    for, live cases in the other status. The list fields sit
      *    after the notes, so a caller whose commarea stops short
      *    of them cannot ask for a list.
       LIST-LIVE-CASES.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               MOVE '4025' TO RETURN-STATUS
               MOVE 'INVALID REQUEST TYPE' TO RETURN-MSG
           ELSE
               MOVE 0 TO NUMBER-OF-CASES
               MOVE 'N' TO MORE-CASES-IND
               MOVE SPACES TO NEXT-CASE-KEY
               IF CASE-LIST-ALL-LIVE
                  OR CASE-LIST-OPEN
                  OR CASE-LIST-ESCALATED
                   PERFORM BROWSE-CASE-FILE
               ELSE
                   MOVE '4114' TO RETURN-STATUS
                   MOVE 'INVALID CASE STATUS' TO RETURN-MSG
               END-IF
           END-IF.

       BROWSE-CASE-FILE.
           MOVE 'N' TO WS-BROWSE-DONE
           IF CASE-LIST-KEY-IN = SPACES
              OR CASE-LIST-KEY-IN = LOW-VALUES
               MOVE LOW-VALUES TO WS-CASE-KEY
           ELSE
               MOVE CASE-LIST-KEY-IN TO WS-CASE-KEY
           END-IF

           EXEC CICS STARTBR
               FILE('SUSPCASE')
               RIDFLD(WS-CASE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-CASE UNTIL BROWSE-IS-DONE

                   EXEC CICS ENDBR
                       FILE('SUSPCASE')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '4017' TO RETURN-STATUS
                   MOVE 'CASE FILE BROWSE FAILED' TO RETURN-MSG
           END-EVALUATE

           IF RETURN-STATUS = '0000'
               IF NUMBER-OF-CASES = 0
                   MOVE 'NO LIVE CASES' TO RETURN-MSG
               ELSE
                   MOVE 'LIVE CASES FOUND' TO RETURN-MSG
               END-IF
           END-IF.

       READ-NEXT-CASE.
           EXEC CICS READNEXT
               FILE('SUSPCASE')
               INTO(SUSPICIOUS-CASE-RECORD)
               RIDFLD(WS-CASE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF CASE-IS-LIVE
                  AND (CASE-LIST-ALL-LIVE
                       OR CSE-STATUS = CASE-LIST-STATUS-IN)
                   IF NUMBER-OF-CASES >= 20
                       SET MORE-CASES-EXIST TO TRUE
                       MOVE CSE-KEY TO NEXT-CASE-KEY
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       PERFORM ADD-CASE-DETAILS
                   END-IF
               END-IF
           END-IF.

       ADD-CASE-DETAILS.
           ADD 1 TO NUMBER-OF-CASES
           MOVE CSE-CUST-NO TO LIST-CUST-NO-OUT (NUMBER-OF-CASES)
           MOVE CSE-CASE-SEQ TO LIST-CASE-SEQ-OUT (NUMBER-OF-CASES)
           MOVE CSE-PATTERN TO LIST-PATTERN-OUT (NUMBER-OF-CASES)
           MOVE CSE-STATUS TO LIST-STATUS-OUT (NUMBER-OF-CASES)
           MOVE CSE-OPENED-DATE
               TO LIST-OPENED-DATE-OUT (NUMBER-OF-CASES)
           MOVE CSE-FIRST-ACCT-NUMBER
               TO LIST-FIRST-ACCT-OUT (NUMBER-OF-CASES)
           MOVE CSE-TOTAL-AMOUNT
               TO LIST-TOTAL-AMOUNT-OUT (NUMBER-OF-CASES)
           MOVE CSE-ESCALATED-DATE
               TO LIST-ESCALATED-DATE-OUT (NUMBER-OF-CASES).

       INQUIRE-CASE.
           EXEC CICS READ
               FILE('SUSPCASE')
               INTO(SUSPICIOUS-CASE-RECORD)
               RIDFLD(WS-CASE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4097' TO RETURN-STATUS
               MOVE 'CASE NOT FOUND' TO RETURN-MSG
           ELSE
               PERFORM MOVE-CASE-TO-OUTPUT
               MOVE CSE-LAST-NOTE-SEQ TO WS-NOTE-SEQ
               PERFORM RETURN-ONE-NOTE
                   UNTIL WS-NOTE-SEQ = 0
                      OR NUMBER-OF-NOTES = 20
               MOVE '0000' TO RETURN-STATUS
               MOVE 'CASE FOUND' TO RETURN-MSG
           END-IF.

      *    Notes are numbered from one under the case, so they are
      *    read back directly from the latest downward.
       RETURN-ONE-NOTE.
           MOVE WS-CASE-CUST-NO TO CNT-CUST-NO
           MOVE WS-CASE-SEQ TO CNT-CASE-SEQ
           MOVE WS-NOTE-SEQ TO CNT-NOTE-SEQ

           EXEC CICS READ
               FILE('CASENOTE')
               INTO(CASE-NOTE-RECORD)
               RIDFLD(CNT-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO NUMBER-OF-NOTES
               MOVE CNT-NOTE-SEQ TO CASE-NOTE-SEQ-OUT (NUMBER-OF-NOTES)
               MOVE CNT-NOTE-DATE
                   TO CASE-NOTE-DATE-OUT (NUMBER-OF-NOTES)
               MOVE CNT-OPERATOR-ID
                   TO CASE-NOTE-OPERATOR-OUT (NUMBER-OF-NOTES)
               MOVE CNT-ACTION TO CASE-NOTE-ACTION-OUT (NUMBER-OF-NOTES)
               MOVE CNT-TEXT TO CASE-NOTE-TEXT-OUT (NUMBER-OF-NOTES)
           END-IF
           SUBTRACT 1 FROM WS-NOTE-SEQ.

       UPDATE-CASE.
           IF (CASE-REQUEST-ANNOTATE OR CASE-REQUEST-CLOSE)
              AND (CASE-NOTE-TEXT-IN = SPACES
                   OR CASE-NOTE-TEXT-IN = LOW-VALUES)
               MOVE '4100' TO RETURN-STATUS
               MOVE 'NOTE TEXT REQUIRED' TO RETURN-MSG
           ELSE
               EXEC CICS READ
                   FILE('SUSPCASE')
                   INTO(SUSPICIOUS-CASE-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4097' TO RETURN-STATUS
                   MOVE 'CASE NOT FOUND' TO RETURN-MSG
               ELSE
                   PERFORM CHECK-CASE-ACTION
               END-IF
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM APPLY-CASE-ACTION
               IF CASE-UPDATE-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE '4101' TO RETURN-STATUS
                   MOVE 'CASE UPDATE FAILED' TO RETURN-MSG
               ELSE
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   PERFORM MOVE-CASE-TO-OUTPUT
               END-IF
           END-IF.

       CHECK-CASE-ACTION.
           EVALUATE TRUE
               WHEN CASE-IS-CLOSED
                   MOVE '4098' TO RETURN-STATUS
                   MOVE 'CASE ALREADY CLOSED' TO RETURN-MSG
               WHEN CASE-REQUEST-ESCALATE AND CASE-IS-ESCALATED
                   MOVE '4099' TO RETURN-STATUS
                   MOVE 'CASE ALREADY ESCALATED' TO RETURN-MSG
           END-EVALUATE.

       APPLY-CASE-ACTION.
           ADD 1 TO CSE-LAST-NOTE-SEQ
           MOVE CSE-CUST-NO TO CNT-CUST-NO
           MOVE CSE-CASE-SEQ TO CNT-CASE-SEQ
           MOVE CSE-LAST-NOTE-SEQ TO CNT-NOTE-SEQ
           MOVE WS-BUSINESS-DATE TO CNT-NOTE-DATE
           MOVE EIBOPID TO CNT-OPERATOR-ID
           MOVE EIBTRMID TO CNT-TERMINAL-ID
           MOVE CASE-NOTE-TEXT-IN TO CNT-TEXT

           EVALUATE TRUE
               WHEN CASE-REQUEST-ANNOTATE
                   SET NOTE-IS-ANNOTATION TO TRUE
                   MOVE 'NOTE ADDED OK' TO RETURN-MSG
               WHEN CASE-REQUEST-ESCALATE
                   SET NOTE-IS-ESCALATION TO TRUE
                   SET CASE-IS-ESCALATED TO TRUE
                   MOVE WS-BUSINESS-DATE TO CSE-ESCALATED-DATE
                   MOVE EIBOPID TO CSE-ESCALATED-BY
                   IF CNT-TEXT = SPACES OR CNT-TEXT = LOW-VALUES
                       MOVE 'CASE ESCALATED' TO CNT-TEXT
                   END-IF
                   MOVE 'CASE ESCALATED OK' TO RETURN-MSG
               WHEN CASE-REQUEST-CLOSE
                   SET NOTE-IS-CLOSURE TO TRUE
                   SET CASE-IS-CLOSED TO TRUE
                   MOVE WS-BUSINESS-DATE TO CSE-CLOSED-DATE
                   MOVE EIBOPID TO CSE-CLOSED-BY
                   MOVE 'CASE CLOSED OK' TO RETURN-MSG
           END-EVALUATE

           EXEC CICS WRITE
               FILE('CASENOTE')
               FROM(CASE-NOTE-RECORD)
               RIDFLD(CNT-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-UPDATE-FAILED
           ELSE
               EXEC CICS REWRITE
                   FILE('SUSPCASE')
                   FROM(SUSPICIOUS-CASE-RECORD)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-UPDATE-FAILED
               END-IF
           END-IF.

       MOVE-CASE-TO-OUTPUT.
           MOVE CSE-PATTERN TO CASE-PATTERN-OUT
           MOVE CSE-STATUS TO CASE-STATUS-OUT
           MOVE CSE-OPENED-DATE TO CASE-OPENED-DATE-OUT
           MOVE CSE-WINDOW-START-DATE TO CASE-WINDOW-START-OUT
           MOVE CSE-ITEM-COUNT TO CASE-ITEM-COUNT-OUT
           MOVE CSE-ACCOUNT-COUNT TO CASE-ACCOUNT-COUNT-OUT
           MOVE CSE-FIRST-ACCT-NUMBER TO CASE-FIRST-ACCT-OUT
           MOVE CSE-TOTAL-AMOUNT TO CASE-TOTAL-AMOUNT-OUT
           MOVE CSE-OUTFLOW-AMOUNT TO CASE-OUTFLOW-AMOUNT-OUT
           MOVE CSE-ESCALATED-DATE TO CASE-ESCALATED-DATE-OUT
           MOVE CSE-ESCALATED-BY TO CASE-ESCALATED-BY-OUT
           MOVE CSE-CLOSED-DATE TO CASE-CLOSED-DATE-OUT
           MOVE CSE-CLOSED-BY TO CASE-CLOSED-BY-OUT
           MOVE CSE-LAST-NOTE-SEQ TO CASE-NOTE-TOTAL-OUT.

      *    Business dates are stamped from the online business date -
      *    RUN-CHECKPOINT-KEY of the ONLNDATE control record, which
      *    ONLCUT rolls on to the next business day at cutover.
      *    Without the record the system date is used.
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
