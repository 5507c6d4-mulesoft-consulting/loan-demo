      *    postings and the overnight interest accruals, and leaving
      *    it to a manual ACCTHLD per account is how dead customers
      *    kept accruing overdraft interest. Closed accounts and
      *    accounts already frozen are left as they are. A joint
      *    account - whether the deceased is its primary holder or a
      *    joint party on ACCTPTY - is frozen only when no other
      *    holder on it is still alive: the survivor keeps operating
      *    the account, and the freeze follows when the last holder
      *    goes. Attorney and signatory links never keep an account
      *    open on their own. A cascade
      *    that cannot freeze the whole portfolio rolls the amend
      *    back with it (4029), so the customer record and the
      *    accounts commit together or not at all.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
       01 WS-STATUS-BEFORE           PIC X(1).
       01 WS-BROWSE-KEY.
           02 WS-BROWSE-CUST-NO      PIC X(8).
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
       01 WS-ACCT-STATUS-BEFORE      PIC X(1).
       01 WS-FREEZE-ACCT-NUMBER      PIC X(8).
       01 WS-PTY-BROWSE-KEY.
           02 WS-PTY-BROWSE-CUST-NO  PIC X(8).
           02 WS-PTY-BROWSE-ACCT-NUMBER PIC X(8).
       01 WS-HOLDER-KEY.
           02 WS-HOLDER-ACCT-NUMBER  PIC X(8).
           02 WS-HOLDER-CUST-NO      PIC X(8).
       01 WS-HOLDER-BROWSE-DONE      PIC X VALUE 'N'.
           88 HOLDER-BROWSE-IS-DONE  VALUE 'Y'.
       01 WS-SURVIVOR-SW             PIC X VALUE 'N'.
           88 SURVIVING-HOLDER-FOUND VALUE 'Y'.
           COPY RUNCTL.
           COPY CUSTMST.
           COPY ACCTMST.
           COPY ACCTAUD.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACES TO CUST-DETAILS-OUT
           END-IF.

      *    Every account under the deceased customer's CUST-NO is
      *    moved to frozen, the same ACCTCUNO browse ACCTCUR uses,
      *    then every account they hold jointly through ACCTPTYC -
      *    in both cases unless another holder survives them.
       FREEZE-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CUST-NO-IN TO WS-BROWSE-CUST-NO
                   CONTINUE
               WHEN OTHER
                   MOVE '4029' TO RETURN-STATUS
           END-EVALUATE

           IF RETURN-STATUS = '0000'
               PERFORM FREEZE-JOINT-ACCOUNTS
           END-IF.

      *    The first freeze that fails ends the browse; the caller
      *    rolls the whole amend back on a non-zero status.
                   IF NOT ACCOUNT-IS-CLOSED OF ACCOUNT-MASTER-RECORD
                      AND NOT ACCOUNT-IS-FROZEN
                              OF ACCOUNT-MASTER-RECORD
                       MOVE WS-BROWSE-ACCT-NUMBER
                           TO WS-FREEZE-ACCT-NUMBER
                       PERFORM CHECK-SURVIVING-HOLDER
                       IF NOT SURVIVING-HOLDER-FOUND
                           PERFORM FREEZE-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FREEZE-JOINT-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CUST-NO-IN TO WS-PTY-BROWSE-CUST-NO
           MOVE LOW-VALUES TO WS-PTY-BROWSE-ACCT-NUMBER

           EXEC CICS STARTBR
               FILE('ACCTPTYC')
               RIDFLD(WS-PTY-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM FREEZE-NEXT-JOINT-ACCOUNT
                       UNTIL BROWSE-IS-DONE

                   EXEC CICS ENDBR
                       FILE('ACCTPTYC')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '4029' TO RETURN-STATUS
           END-EVALUATE.

       FREEZE-NEXT-JOINT-ACCOUNT.
           EXEC CICS READNEXT
               FILE('ACCTPTYC')
               INTO(ACCOUNT-PARTY-RECORD)
               RIDFLD(WS-PTY-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RETURN-STATUS NOT = '0000'
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF PTY-ALT-CUST-NO NOT = CUST-NO-IN
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF PARTY-IS-JOINT
                       MOVE PTY-ACCT-NUMBER TO WS-FREEZE-ACCT-NUMBER
                       EXEC CICS READ
                           FILE('ACCTMSTR')
                           INTO(ACCOUNT-MASTER-RECORD)
                           RIDFLD(WS-FREEZE-ACCT-NUMBER)
                           RESP(WS-RESP)
                       END-EXEC

                       IF WS-RESP = DFHRESP(NORMAL)
                          AND NOT ACCOUNT-IS-CLOSED
                                  OF ACCOUNT-MASTER-RECORD
                          AND NOT ACCOUNT-IS-FROZEN
                                  OF ACCOUNT-MASTER-RECORD
                           PERFORM CHECK-SURVIVING-HOLDER
                           IF NOT SURVIVING-HOLDER-FOUND
                               PERFORM FREEZE-ONE-ACCOUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A surviving holder is the account's primary CUST-NO or a
      *    joint party on ACCTPTY, other than the customer just marked
      *    deceased, whose own CUSTMSTR status is not deceased. A
      *    holder who has left the bank still owns the money and
      *    still counts. Expects the account in ACCOUNT-MASTER-RECORD.
       CHECK-SURVIVING-HOLDER.
           MOVE 'N' TO WS-SURVIVOR-SW

           IF CUST-NO OF ACCOUNT-MASTER-RECORD NOT = CUST-NO-IN
               MOVE CUST-NO OF ACCOUNT-MASTER-RECORD
                   TO WS-HOLDER-CUST-NO
               PERFORM CHECK-HOLDER-ALIVE
           END-IF

           IF NOT SURVIVING-HOLDER-FOUND
               MOVE 'N' TO WS-HOLDER-BROWSE-DONE
               MOVE WS-FREEZE-ACCT-NUMBER TO WS-HOLDER-ACCT-NUMBER
               MOVE LOW-VALUES TO WS-HOLDER-CUST-NO

               EXEC CICS STARTBR
                   FILE('ACCTPTY')
                   RIDFLD(WS-HOLDER-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       PERFORM READ-NEXT-HOLDER
                           UNTIL HOLDER-BROWSE-IS-DONE
                              OR SURVIVING-HOLDER-FOUND

                       EXEC CICS ENDBR
                           FILE('ACCTPTY')
                       END-EXEC
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       MOVE '4029' TO RETURN-STATUS
                       MOVE 'CUSTOMER AMEND FAILED' TO RETURN-MSG
      *    Nothing is frozen on a failed party browse - the caller
      *    rolls the amend back on the non-zero status anyway.
                       MOVE 'Y' TO WS-SURVIVOR-SW
               END-EVALUATE
           END-IF.

       READ-NEXT-HOLDER.
           EXEC CICS READNEXT
               FILE('ACCTPTY')
               INTO(ACCOUNT-PARTY-RECORD)
               RIDFLD(WS-HOLDER-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-HOLDER-BROWSE-DONE
           ELSE
               IF PTY-ACCT-NUMBER NOT = WS-FREEZE-ACCT-NUMBER
                   MOVE 'Y' TO WS-HOLDER-BROWSE-DONE
               ELSE
                   IF PARTY-IS-JOINT
                      AND PTY-CUST-NO NOT = CUST-NO-IN
                       MOVE PTY-CUST-NO TO WS-HOLDER-CUST-NO
                       PERFORM CHECK-HOLDER-ALIVE
                   END-IF
               END-IF
           END-IF.

      *    The holder's own record is read into CUSTOMER-MASTER-RECORD;
      *    the deceased customer's record has already been rewritten
      *    by this point, so nothing still needs it.
       CHECK-HOLDER-ALIVE.
           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(WS-HOLDER-CUST-NO)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              AND NOT CUSTOMER-IS-DECEASED
               MOVE 'Y' TO WS-SURVIVOR-SW
           END-IF.

      *    The account number is carried in WS-FREEZE-ACCT-NUMBER,
      *    so the re-read under the UPDATE lock keys off that rather
      *    than the record area it overwrites.
       FREEZE-ONE-ACCOUNT.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(WS-FREEZE-ACCT-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

       WRITE-FREEZE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE 'CUSTMNT' TO AUD-SOURCE-PROGRAM
           MOVE EIBOPID TO AUD-OPERATOR-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD TO AUD-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO AUD-ACCT-NUMBER
           MOVE CUST-ADDR-LINE-3-IN TO CUST-ADDR-LINE-3
           MOVE CUST-POSTCODE-IN TO CUST-POSTCODE
           MOVE CUST-STATUS-IN TO CUST-STATUS.

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
