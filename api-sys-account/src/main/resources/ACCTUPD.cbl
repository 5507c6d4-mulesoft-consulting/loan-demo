      *    interest must still go on even when the account already
      *    sits beyond its limit; the morning ODEXCESS report is how
      *    those excesses get worked. Reductions are always allowed.
      *    The accrual's overdraft movement goes to ACCTHST as
      *    'OVERDRAFT INTEREST' rather than 'OVERDRAFT UPDATE', so
      *    interest charged can be told apart from a teller's change
      *    to the overdraft when it is reported to the customer and
      *    the tax authority at year end.
      *    Every successful
      *    update is journaled to ACCTAUD with the before/after BALANCE
      *    and OVERDRAFT, the operator/terminal that made the change,
       WORKING-STORAGE SECTION.
       01 WS-SUB                     PIC S9(4) COMP VALUE 0.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
           COPY RUNCTL.
           COPY ACCTMST.
       01 WS-ANY-FAILURE             PIC X VALUE 'N'.
           88 ANY-ENTRY-FAILED       VALUE 'Y'.
       01 WS-NUM-POSTINGS            PIC S9(4) COMP VALUE 0.
       01 WS-HIST-AMOUNT             PIC S9(7)V99 COMP-3.
       01 WS-HIST-DESC               PIC X(30).
       01 WS-NEW-OD-MAG              PIC S9(7)V99 COMP-3.
       01 WS-OLD-OD-MAG              PIC S9(7)V99 COMP-3.
       01 WS-EFF-OD-LIMIT            PIC S9(7)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE 'N' TO WS-ANY-FAILURE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS

           IF CUST-NO-BASE OF ACCOUNT-UPDATE-IN IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD TO WS-EFF-OD-LIMIT
           IF OD-LIMIT-EXPIRY-DATE OF ACCOUNT-MASTER-RECORD NOT = 0
              AND OD-LIMIT-EXPIRY-DATE OF ACCOUNT-MASTER-RECORD
                  < WS-BUSINESS-DATE
               MOVE 0 TO WS-EFF-OD-LIMIT
           END-IF

                      AND ACCT-RETURN-STATUS (WS-SUB) = '0000'
                       ADD 1 TO WS-POSTING-SEQ-BASE
                       MOVE WS-OVERDRAFT-DELTA TO WS-HIST-AMOUNT
                       IF UPDATE-FROM-ACCRUAL
                           MOVE 'OVERDRAFT INTEREST' TO WS-HIST-DESC
                       ELSE
                           MOVE 'OVERDRAFT UPDATE' TO WS-HIST-DESC
                       END-IF
                       PERFORM WRITE-HISTORY-POSTING
                   END-IF
               END-IF

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTUPD' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-UPDATE-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-DETAILS (WS-SUB)
               TO AUD-ACCT-NUMBER
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE CUST-NO OF ACCOUNT-UPDATE-IN
               TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           MOVE WS-HIST-AMOUNT
               TO POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
               MOVE 'HISTORY POSTING FAILED' TO ACCT-RETURN-MSG (WS-SUB)
               MOVE 'Y' TO WS-ANY-FAILURE
           END-IF.

      *    Business dates are stamped from the online business date -
      *    RUN-CHECKPOINT-KEY of the ONLNDATE control record, which
      *    ONLCUT rolls on to the next business day when the online
      *    day is cut over - not from the wall clock, so work keyed
      *    in the batch window after midnight lands on the day it
      *    will be processed with. Without the record the system date
      *    is used.
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
