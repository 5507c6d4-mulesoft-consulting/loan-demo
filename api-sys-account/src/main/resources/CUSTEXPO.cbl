      *    account at a time while a commercial customer with six
      *    accounts can sit inside every individual OD-LIMIT and
      *    still be far beyond what would ever be sanctioned at the
      *    customer level. Browses the ACCTCUNO path ACCTCUR uses,
      *    then the customer's ACCTPTYC links for the accounts they
      *    hold jointly, and totals, across every non-closed account
      *    the customer holds: BALANCE, the overdrawn amount (the
      *    magnitude of OVERDRAFT, the way ODEXCESS measures it), and
      *    the authorized OD-LIMIT counting an expired facility as
      *    zero, exactly as ODEXCESS and ACCTUPD do. NET-POSITION is the
      *    total balance less the total overdrawn amount - what the
      *    customer is worth to us net of what they owe - so the desk
      *    calls this with the customer number before granting a new
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-BROWSE-KEY.
           02 WS-BROWSE-CUST-NO      PIC X(8).
           02 WS-BROWSE-ACCT-NUMBER  PIC X(8).
       01 WS-PTY-BROWSE-KEY.
           02 WS-PTY-BROWSE-CUST-NO  PIC X(8).
           02 WS-PTY-BROWSE-ACCT-NUMBER PIC X(8).
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
       01 WS-OD-MAGNITUDE            PIC S9(7)V99 COMP-3.
       01 WS-EFF-OD-LIMIT            PIC S9(7)V99 COMP-3.
           COPY RUNCTL.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE 0 TO EXPOSURE-ACCOUNT-COUNT
           MOVE 0 TO TOTAL-OD-LIMIT
           MOVE 0 TO NET-POSITION
           MOVE 'N' TO WS-BROWSE-DONE

           IF CUST-NO-IN-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM BROWSE-OWN-ACCOUNTS
           END-IF
           IF RETURN-STATUS = '0000'
               PERFORM BROWSE-JOINT-ACCOUNTS
           END-IF

           IF RETURN-STATUS = '0000'
               IF EXPOSURE-ACCOUNT-COUNT = 0
                   MOVE 'NO ACCOUNTS FOR CUSTOMER' TO RETURN-MSG
               ELSE
                   COMPUTE NET-POSITION =
                       TOTAL-BALANCE - TOTAL-OVERDRAFT
                   MOVE 'EXPOSURE SUMMARY BUILT OK' TO RETURN-MSG
               END-IF
           END-IF

               END-IF
           END-IF.

       BROWSE-OWN-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CUST-NO-IN TO WS-BROWSE-CUST-NO
           MOVE LOW-VALUES TO WS-BROWSE-ACCT-NUMBER

           EXEC CICS STARTBR
               FILE('ACCTCUNO')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-ACCOUNT UNTIL BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTCUNO')
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE '4017' TO RETURN-STATUS
                   MOVE 'ACCOUNT BROWSE FAILED' TO RETURN-MSG
               END-IF
           END-IF.

       READ-NEXT-ACCOUNT.
           EXEC CICS READNEXT
               FILE('ACCTCUNO')
               END-IF
           END-IF.

      *    A joint holder answers for the whole of a joint account,
      *    so it counts in full in every holder's exposure. Accounts
      *    the customer only operates as attorney or signatory are
      *    someone else's money and debt, and are left out.
       BROWSE-JOINT-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CUST-NO-IN TO WS-PTY-BROWSE-CUST-NO
           MOVE LOW-VALUES TO WS-PTY-BROWSE-ACCT-NUMBER

           EXEC CICS STARTBR
               FILE('ACCTPTYC')
               RIDFLD(WS-PTY-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-JOINT-ACCOUNT UNTIL BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTPTYC')
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE '4017' TO RETURN-STATUS
                   MOVE 'ACCOUNT BROWSE FAILED' TO RETURN-MSG
               END-IF
           END-IF.

       READ-NEXT-JOINT-ACCOUNT.
           EXEC CICS READNEXT
               FILE('ACCTPTYC')
               INTO(ACCOUNT-PARTY-RECORD)
               RIDFLD(WS-PTY-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF PTY-ALT-CUST-NO NOT = CUST-NO-IN
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF PARTY-IS-HOLDER
                       EXEC CICS READ
                           FILE('ACCTMSTR')
                           INTO(ACCOUNT-MASTER-RECORD)
                           RIDFLD(PTY-ACCT-NUMBER)
                           RESP(WS-RESP)
                       END-EXEC

                       IF WS-RESP = DFHRESP(NORMAL)
                          AND NOT ACCOUNT-IS-CLOSED
                                  OF ACCOUNT-MASTER-RECORD
                           PERFORM ADD-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-ACCOUNT.
           COMPUTE WS-OD-MAGNITUDE =
               FUNCTION ABS(OVERDRAFT OF ACCOUNT-MASTER-RECORD)
           MOVE OD-LIMIT OF ACCOUNT-MASTER-RECORD TO WS-EFF-OD-LIMIT
           IF OD-LIMIT-EXPIRY-DATE OF ACCOUNT-MASTER-RECORD NOT = 0
              AND OD-LIMIT-EXPIRY-DATE OF ACCOUNT-MASTER-RECORD
                  < WS-BUSINESS-DATE
               MOVE 0 TO WS-EFF-OD-LIMIT
           END-IF

           ADD BALANCE OF ACCOUNT-MASTER-RECORD TO TOTAL-BALANCE
           ADD WS-OD-MAGNITUDE TO TOTAL-OVERDRAFT
           ADD WS-EFF-OD-LIMIT TO TOTAL-OD-LIMIT.

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
