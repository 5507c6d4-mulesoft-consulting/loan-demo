       PROGRAM-ID. ACCTCUR.

      *    Returns the ACCOUNT-DETAILS for every account owned by
      *    CUST-NO-IN, followed by every account the customer is
      *    linked to as a party on ACCTPTY, each entry carrying the
      *    customer's role on it in the matching ACCT-PARTY-ROLE ('P'
      *    for the accounts they hold as primary, otherwise the ACCTPTY
      *    role). The linked-account fields sit after the account
      *    table at the end of the commarea, so existing callers' view
      *    of it is unchanged; a caller whose commarea stops short of
      *    them gets its own accounts only, as before.
      *    Browses the ACCTCUNO alternate index path
      *    (account master keyed by CUST-NO) so a customer with more
      *    than 50 accounts is not silently truncated: if more remain
      *    after filling the table, MORE-ACCOUNTS-EXIST is set and
       01 WS-BROWSE-KEY.
           02 WS-BROWSE-CUST-NO      PIC X(8).
           02 WS-BROWSE-ACCT-NUMBER  PIC X(8).
       01 WS-PTY-BROWSE-KEY.
           02 WS-PTY-BROWSE-CUST-NO  PIC X(8).
           02 WS-PTY-BROWSE-ACCT-NUMBER PIC X(8).
       01 WS-PARTY-ROLE              PIC X(1).
       01 WS-MAX-ACCOUNTS            PIC S9(4) COMP VALUE 50.
       01 WS-BROWSE-DONE             PIC X VALUE 'N'.
           88 BROWSE-IS-DONE         VALUE 'Y'.
       01 WS-LINKED-DATA-SENT        PIC X VALUE 'N'.
           88 LINKED-DATA-WAS-SENT   VALUE 'Y'.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.
           MOVE 0 TO NUMBER-OF-ACCOUNTS
           MOVE 'N' TO MORE-ACCOUNTS-IND
           MOVE LOW-VALUES TO NEXT-ACCT-NUMBER
           MOVE 'N' TO WS-LINKED-DATA-SENT
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
               MOVE 'Y' TO WS-LINKED-DATA-SENT
               MOVE 'N' TO NEXT-LINKED-IND
           END-IF
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           END-IF

           IF RETURN-STATUS = '0000'
               IF LINKED-DATA-WAS-SENT
                  AND START-IN-LINKED-ACCOUNTS
                   MOVE START-ACCT-NUMBER TO WS-PTY-BROWSE-ACCT-NUMBER
               ELSE
                   PERFORM BROWSE-OWN-ACCOUNTS
                   MOVE LOW-VALUES TO WS-PTY-BROWSE-ACCT-NUMBER
               END-IF
           END-IF

           IF RETURN-STATUS = '0000'
              AND NOT MORE-ACCOUNTS-EXIST
              AND LINKED-DATA-WAS-SENT
               PERFORM BROWSE-LINKED-ACCOUNTS
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.
               END-IF
           END-IF.

       BROWSE-OWN-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CUST-NO-IN TO WS-BROWSE-CUST-NO
           MOVE START-ACCT-NUMBER TO WS-BROWSE-ACCT-NUMBER

           EXEC CICS STARTBR
               FILE('ACCTCUNO')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'N' TO WS-BROWSE-DONE
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4017' TO RETURN-STATUS
                   MOVE 'ACCOUNT BROWSE FAILED' TO RETURN-MSG
                   MOVE 'N' TO WS-BROWSE-DONE
               ELSE
                   PERFORM READ-NEXT-ACCOUNT UNTIL BROWSE-IS-DONE

                   EXEC CICS ENDBR
                       FILE('ACCTCUNO')
                   END-EXEC
               END-IF
           END-IF.

       READ-NEXT-ACCOUNT.
           EXEC CICS READNEXT
               FILE('ACCTCUNO')
                           TO NEXT-ACCT-NUMBER
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       MOVE 'P' TO WS-PARTY-ROLE
                       PERFORM ADD-ACCOUNT-DETAILS
                   END-IF
               END-IF
           END-IF.

      *    Accounts the customer is linked to as a party on ACCTPTY -
      *    joint, attorney or signatory - follow their own accounts,
      *    browsed by customer through the ACCTPTYC path. A resume
      *    point inside this second list comes back with
      *    NEXT-IN-LINKED-ACCOUNTS set, for the caller to return in
      *    START-LINKED-IND.
       BROWSE-LINKED-ACCOUNTS.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE CUST-NO-IN TO WS-PTY-BROWSE-CUST-NO

           EXEC CICS STARTBR
               FILE('ACCTPTYC')
               RIDFLD(WS-PTY-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-LINKED-ACCOUNT UNTIL BROWSE-IS-DONE

               EXEC CICS ENDBR
                   FILE('ACCTPTYC')
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE '4017' TO RETURN-STATUS
                   MOVE 'ACCOUNT BROWSE FAILED' TO RETURN-MSG
               END-IF
           END-IF.

       READ-NEXT-LINKED-ACCOUNT.
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
                   IF NUMBER-OF-ACCOUNTS >= WS-MAX-ACCOUNTS
                       SET MORE-ACCOUNTS-EXIST TO TRUE
                       SET NEXT-IN-LINKED-ACCOUNTS TO TRUE
                       MOVE PTY-ACCT-NUMBER TO NEXT-ACCT-NUMBER
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       EXEC CICS READ
                           FILE('ACCTMSTR')
                           INTO(ACCOUNT-MASTER-RECORD)
                           RIDFLD(PTY-ACCT-NUMBER)
                           RESP(WS-RESP)
                       END-EXEC

                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE PTY-ROLE TO WS-PARTY-ROLE
                           PERFORM ADD-ACCOUNT-DETAILS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-ACCOUNT-DETAILS.
           ADD 1 TO NUMBER-OF-ACCOUNTS
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO ACCT-NUMBER OF ACCOUNT-DETAILS (NUMBER-OF-ACCOUNTS)
           MOVE BALANCE OF ACCOUNT-MASTER-RECORD
               TO BALANCE OF ACCOUNT-DETAILS (NUMBER-OF-ACCOUNTS)
           MOVE OVERDRAFT OF ACCOUNT-MASTER-RECORD
               TO OVERDRAFT OF ACCOUNT-DETAILS (NUMBER-OF-ACCOUNTS)
           COMPUTE AVAILABLE-BALANCE (NUMBER-OF-ACCOUNTS) =
               BALANCE OF ACCOUNT-MASTER-RECORD - UNCLEARED-FUNDS
           IF LINKED-DATA-WAS-SENT
               MOVE WS-PARTY-ROLE
                   TO ACCT-PARTY-ROLE (NUMBER-OF-ACCOUNTS)
           END-IF.
