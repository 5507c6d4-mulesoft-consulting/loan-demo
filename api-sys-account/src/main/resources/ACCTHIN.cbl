      *    START-POSTING-SEQ on the next call - the same resume-key
      *    pattern ACCTCUR uses for accounts. CUST-NO-IN must pass
      *    the check digit, be active on CUSTMSTR, and own the
      *    account on ACCTMSTR or be linked to it as a party on
      *    ACCTPTY, so one customer cannot browse another's history.

       ENVIRONMENT DIVISION.

           COPY ACCTMST.
           COPY ACCTHST.
           COPY CUSTMST.
           COPY ACCTPTY.
           COPY CUSTCHK.

       LINKAGE SECTION.
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               IF CUST-NO OF ACCOUNT-MASTER-RECORD NOT = CUST-NO-IN
                   PERFORM CHECK-ACCOUNT-PARTY
               END-IF
           END-IF.

      *    A customer other than the primary holder may read the
      *    history if linked to the account on ACCTPTY in any role.
       CHECK-ACCOUNT-PARTY.
           MOVE ACCT-NUMBER-IN TO PTY-ACCT-NUMBER
           MOVE CUST-NO-IN TO PTY-CUST-NO

           EXEC CICS READ
               FILE('ACCTPTY')
               INTO(ACCOUNT-PARTY-RECORD)
               RIDFLD(PTY-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4005' TO RETURN-STATUS
               MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                   TO RETURN-MSG
           END-IF.

      *    The browse is positioned GTEQ at the resume sequence (or
      *    999999, past any real posting, on a first call) and read
      *    backward with READPREV so the newest postings come first.
