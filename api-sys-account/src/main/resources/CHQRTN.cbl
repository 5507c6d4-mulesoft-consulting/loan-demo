       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-BALANCE-BEFORE          PIC S9(7)V99 COMP-3.
       01 WS-REVERSAL-FAILED         PIC X VALUE 'N'.
           88 REVERSAL-HAS-FAILED    VALUE 'Y'.
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTAUD.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO RETURNED-AMOUNT

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'CHQRTN' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF CHEQUE-RETURN-IN TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF CHEQUE-RETURN-IN TO AUD-ACCT-NUMBER
           MOVE WS-BALANCE-BEFORE TO AUD-BALANCE-BEFORE
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE CUST-NO OF CHEQUE-RETURN-IN
               TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           COMPUTE POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD =
               0 - UNCL-AMOUNT
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REVERSAL-FAILED
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
