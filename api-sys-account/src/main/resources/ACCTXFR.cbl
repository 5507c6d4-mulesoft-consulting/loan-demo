      *    money can never be "in flight" the way it is when the two
      *    legs are keyed as separate ACCTUPD calls. Both legs are
      *    validated before anything is written (both customers active
      *    on CUSTMSTR, accounts found, owned by the stated customers
      *    or with them linked as parties on ACCTPTY,
      *    open on ACCTMSTR, and the source covered by its available
      *    balance - BALANCE less UNCLEARED-FUNDS, so a cheque still
      *    inside its clearing cycle cannot be transferred away);
      *    teller's receipt. A caller that supplies a non-blank
      *    TRANSFER-NARRATIVE - the standing order executor SORDEXEC
      *    names the order being paid - gets that narrative on both
      *    legs' POSTING-DESC instead of the default wording. A
      *    narrative may not open with one of ACCTPST's transaction
      *    codes and a space (4113), the form that marks a teller
      *    posting on ACCTHST.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
           COPY RUNCTL.
           COPY ACCTMST.
       01 WS-BALANCE-BEFORE          PIC S9(7)V99 COMP-3.
       01 WS-XFER-REF.
       01 WS-HIST-DESC               PIC X(30).
       01 WS-LEG-FAILED              PIC X VALUE 'N'.
           88 LEG-HAS-FAILED         VALUE 'Y'.
       01 WS-PARTY-CUST-NO           PIC X(8).
       01 WS-PARTY-OK                PIC X VALUE 'N'.
           88 PARTY-IS-LINKED        VALUE 'Y'.
       01 WS-SUB                     PIC S9(4) COMP.
       01 WS-TXN-CODE-COUNT          PIC S9(4) COMP VALUE 6.
       01 WS-TXN-CODE-VALUES.
           02 FILLER                  PIC X(3) VALUE 'CSH'.
           02 FILLER                  PIC X(3) VALUE 'CHQ'.
           02 FILLER                  PIC X(3) VALUE 'FEE'.
           02 FILLER                  PIC X(3) VALUE 'FRV'.
           02 FILLER                  PIC X(3) VALUE 'COR'.
           02 FILLER                  PIC X(3) VALUE 'INT'.
       01 WS-TXN-CODE-TABLE REDEFINES WS-TXN-CODE-VALUES.
           02 WS-TXN-CODE             OCCURS 6 TIMES PIC X(3).
           COPY CUSTMST.
           COPY ACCTAUD.
           COPY ACCTHST.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACES TO XFER-REF-ACCT-NUMBER
                   IF TRANSFER-AMOUNT NOT > 0
                       MOVE '4019' TO RETURN-STATUS
                       MOVE 'INVALID TRANSFER AMOUNT' TO RETURN-MSG
                   ELSE
                       PERFORM CHECK-NARRATIVE-PREFIX
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-TXN-CODE-COUNT
                   END-IF
               END-IF
           END-IF.

      *    A narrative goes on both legs as it stands, so one opening
      *    with an ACCTPST code and a space would read as a teller
      *    posting to ACCTREV, SVCCHG's item count and INTCERT.
       CHECK-NARRATIVE-PREFIX.
           IF TRANSFER-NARRATIVE (1:3) = WS-TXN-CODE (WS-SUB)
              AND TRANSFER-NARRATIVE (4:1) = SPACE
               MOVE '4113' TO RETURN-STATUS
               MOVE 'NARRATIVE MAY NOT START WITH A POSTING CODE'
                   TO RETURN-MSG
           END-IF.

       VERIFY-FROM-CUSTOMER.
           EXEC CICS READ
               FILE('CUSTMSTR')
               MOVE '4004' TO RETURN-STATUS
               MOVE 'FROM ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE FROM-CUST-NO TO WS-PARTY-CUST-NO
               PERFORM CHECK-ACCOUNT-PARTY
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'FROM ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               MOVE '4004' TO RETURN-STATUS
               MOVE 'TO ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE TO-CUST-NO TO WS-PARTY-CUST-NO
               PERFORM CHECK-ACCOUNT-PARTY
               IF NOT PARTY-IS-LINKED
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'TO ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               END-IF
           END-IF.

      *    The account's own CUST-NO is its primary holder; any other
      *    customer must be linked to the account on ACCTPTY. Any
      *    party may pay out of an account or be paid into one.
       CHECK-ACCOUNT-PARTY.
           MOVE 'N' TO WS-PARTY-OK
           IF CUST-NO OF ACCOUNT-MASTER-RECORD = WS-PARTY-CUST-NO
               MOVE 'Y' TO WS-PARTY-OK
           ELSE
               MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
                   TO PTY-ACCT-NUMBER
               MOVE WS-PARTY-CUST-NO TO PTY-CUST-NO

               EXEC CICS READ
                   FILE('ACCTPTY')
                   INTO(ACCOUNT-PARTY-RECORD)
                   RIDFLD(PTY-KEY)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PARTY-OK
               END-IF
           END-IF.

       APPLY-FROM-LEG.
           EXEC CICS READ
               FILE('ACCTMSTR')

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'ACCTXFR' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO AUD-ACCT-NUMBER
               TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-HIST-CUST-NO
               TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           MOVE WS-HIST-AMOUNT
               TO POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LEG-FAILED
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
