       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDTMNT.

      *    Maintains the direct debit mandate file MANDATE, keyed by
      *    the originator ID of the collecting company and the
      *    mandate reference it quotes on every collection. One
      *    commarea serves set-up ('A'), amend ('M'), cancel ('C')
      *    and inquiry ('I') requests, the way SORDMNT serves the
      *    standing order file. A mandate names the customer and the
      *    account the originator may collect from and the largest
      *    single collection the customer has authorised; overnight,
      *    CLRINTK returns any clearing debit that has no active
      *    mandate under its originator and reference for that same
      *    customer and account, or that is above the maximum.
      *
      *    The customer number must pass the CUSTCHK check digit and
      *    be active on CUSTMSTR, and the account must exist, belong
      *    to the customer and not be closed. Only the account's own
      *    customer can sign a mandate on it, since CLRINTK applies a
      *    clearing item only to the named customer's own account.
      *    Amending changes the customer, account or maximum of a
      *    live mandate. Cancel marks the mandate rather than
      *    deleting it, so a later collection under it is still
      *    recognised and returned as unauthorised; a cancelled
      *    mandate is not amended back to life - the customer signs
      *    a new one. Set-up and cancel are dated with the online
      *    business date, and CLRINTK stamps the first and last
      *    collection dates that MNDTDORM reports dormant mandates
      *    from.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-BUSINESS-DATE           PIC 9(8).
       01 WS-RUNCTL-KEY.
           02 WS-RUNCTL-PROGRAM      PIC X(8).
           02 WS-RUNCTL-DATE         PIC 9(8).
           COPY RUNCTL.
           COPY MANDATE.
           COPY ACCTMST.
           COPY CUSTMST.
           COPY CUSTCHK.

       LINKAGE SECTION.
           COPY MNDTMNT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACES TO MND-DETAILS-OUT
           PERFORM GET-ONLINE-BUSINESS-DATE

           IF MND-ORIGINATOR-ID-IN = SPACES
              OR MND-ORIGINATOR-ID-IN = LOW-VALUES
              OR MND-REFERENCE-IN = SPACES
              OR MND-REFERENCE-IN = LOW-VALUES
               MOVE '4087' TO RETURN-STATUS
               MOVE 'INVALID MANDATE DETAILS' TO RETURN-MSG
           ELSE
               MOVE MND-ORIGINATOR-ID-IN TO MND-ORIGINATOR-ID
               MOVE MND-REFERENCE-IN TO MND-REFERENCE
               EVALUATE TRUE
                   WHEN MND-REQUEST-ADD
                       PERFORM VALIDATE-MANDATE-DETAILS
                       IF RETURN-STATUS = '0000'
                           PERFORM ADD-MANDATE
                       END-IF
                   WHEN MND-REQUEST-AMEND
                       PERFORM VALIDATE-MANDATE-DETAILS
                       IF RETURN-STATUS = '0000'
                           PERFORM AMEND-MANDATE
                       END-IF
                   WHEN MND-REQUEST-CANCEL
                       PERFORM CANCEL-MANDATE
                   WHEN MND-REQUEST-INQUIRY
                       PERFORM INQUIRE-MANDATE
                   WHEN OTHER
                       MOVE '4025' TO RETURN-STATUS
                       MOVE 'INVALID REQUEST TYPE' TO RETURN-MSG
               END-EVALUATE
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       VALIDATE-MANDATE-DETAILS.
           IF MND-CUST-NO-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
           ELSE
               CALL 'CUSTCHK' USING MND-CUST-NO-BASE
                                    MND-CUST-NO-CHECK-DIGIT
                                    CUSTCHK-RESPONSE
           END-IF

           EVALUATE TRUE
               WHEN CUSTCHK-IS-INVALID
                   MOVE '4011' TO RETURN-STATUS
                   MOVE 'INVALID CUSTOMER NUMBER' TO RETURN-MSG
               WHEN MND-MAX-AMOUNT-IN IS NOT NUMERIC
                 OR MND-MAX-AMOUNT-IN NOT > 0
                   MOVE '4087' TO RETURN-STATUS
                   MOVE 'INVALID MANDATE DETAILS' TO RETURN-MSG
           END-EVALUATE

           IF RETURN-STATUS = '0000'
               PERFORM VERIFY-MANDATE-CUSTOMER
           END-IF
           IF RETURN-STATUS = '0000'
               PERFORM VERIFY-MANDATE-ACCOUNT
           END-IF.

       VERIFY-MANDATE-CUSTOMER.
           EXEC CICS READ
               FILE('CUSTMSTR')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(MND-CUST-NO-IN)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4023' TO RETURN-STATUS
               MOVE 'CUSTOMER NOT FOUND' TO RETURN-MSG
           ELSE
               IF NOT CUSTOMER-IS-ACTIVE
                   MOVE '4024' TO RETURN-STATUS
                   MOVE 'CUSTOMER NOT ACTIVE' TO RETURN-MSG
               END-IF
           END-IF.

       VERIFY-MANDATE-ACCOUNT.
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-MASTER-RECORD)
               RIDFLD(MND-ACCT-NUMBER-IN)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4004' TO RETURN-STATUS
               MOVE 'ACCOUNT NOT FOUND' TO RETURN-MSG
           ELSE
               IF CUST-NO OF ACCOUNT-MASTER-RECORD NOT = MND-CUST-NO-IN
                   MOVE '4005' TO RETURN-STATUS
                   MOVE 'ACCOUNT DOES NOT BELONG TO CUSTOMER'
                       TO RETURN-MSG
               ELSE
                   IF ACCOUNT-IS-CLOSED OF ACCOUNT-MASTER-RECORD
                       MOVE '4009' TO RETURN-STATUS
                       MOVE 'ACCOUNT ALREADY CLOSED' TO RETURN-MSG
                   END-IF
               END-IF
           END-IF.

       ADD-MANDATE.
           PERFORM MOVE-DETAILS-TO-RECORD
           SET MANDATE-IS-ACTIVE TO TRUE
           MOVE 0 TO MND-FIRST-COLLECT-DATE
           MOVE 0 TO MND-LAST-COLLECT-DATE
           MOVE WS-BUSINESS-DATE TO MND-SETUP-DATE
           MOVE 0 TO MND-CANCEL-DATE

           EXEC CICS WRITE
               FILE('MANDATE')
               FROM(DIRECT-DEBIT-MANDATE-RECORD)
               RIDFLD(MND-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPKEY) OR WS-RESP = DFHRESP(DUPREC)
               MOVE '4088' TO RETURN-STATUS
               MOVE 'MANDATE ALREADY EXISTS' TO RETURN-MSG
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4090' TO RETURN-STATUS
                   MOVE 'MANDATE UPDATE FAILED' TO RETURN-MSG
               ELSE
                   MOVE '0000' TO RETURN-STATUS
                   MOVE 'MANDATE SET UP OK' TO RETURN-MSG
               END-IF
           END-IF.

      *    The collection history stays with the mandate through an
      *    amendment, so a mandate moved to a new account does not
      *    look newly signed to MNDTDORM.
       AMEND-MANDATE.
           EXEC CICS READ
               FILE('MANDATE')
               INTO(DIRECT-DEBIT-MANDATE-RECORD)
               RIDFLD(MND-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4089' TO RETURN-STATUS
               MOVE 'MANDATE NOT FOUND' TO RETURN-MSG
           ELSE
               IF MANDATE-IS-CANCELLED
                   MOVE '4091' TO RETURN-STATUS
                   MOVE 'MANDATE ALREADY CANCELLED' TO RETURN-MSG
               ELSE
                   PERFORM MOVE-DETAILS-TO-RECORD

                   EXEC CICS REWRITE
                       FILE('MANDATE')
                       FROM(DIRECT-DEBIT-MANDATE-RECORD)
                       RESP(WS-RESP)
                   END-EXEC

                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '4090' TO RETURN-STATUS
                       MOVE 'MANDATE UPDATE FAILED' TO RETURN-MSG
                   ELSE
                       MOVE '0000' TO RETURN-STATUS
                       MOVE 'MANDATE AMENDED OK' TO RETURN-MSG
                   END-IF
               END-IF
           END-IF.

       CANCEL-MANDATE.
           EXEC CICS READ
               FILE('MANDATE')
               INTO(DIRECT-DEBIT-MANDATE-RECORD)
               RIDFLD(MND-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4089' TO RETURN-STATUS
               MOVE 'MANDATE NOT FOUND' TO RETURN-MSG
           ELSE
               IF MANDATE-IS-CANCELLED
                   MOVE '4091' TO RETURN-STATUS
                   MOVE 'MANDATE ALREADY CANCELLED' TO RETURN-MSG
               ELSE
                   SET MANDATE-IS-CANCELLED TO TRUE
                   MOVE WS-BUSINESS-DATE TO MND-CANCEL-DATE

                   EXEC CICS REWRITE
                       FILE('MANDATE')
                       FROM(DIRECT-DEBIT-MANDATE-RECORD)
                       RESP(WS-RESP)
                   END-EXEC

                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE '4090' TO RETURN-STATUS
                       MOVE 'MANDATE UPDATE FAILED' TO RETURN-MSG
                   ELSE
                       MOVE '0000' TO RETURN-STATUS
                       MOVE 'MANDATE CANCELLED OK' TO RETURN-MSG
                   END-IF
               END-IF
           END-IF.

       INQUIRE-MANDATE.
           EXEC CICS READ
               FILE('MANDATE')
               INTO(DIRECT-DEBIT-MANDATE-RECORD)
               RIDFLD(MND-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4089' TO RETURN-STATUS
               MOVE 'MANDATE NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE MND-CUST-NO TO MND-CUST-NO-OUT
               MOVE MND-ACCT-NUMBER TO MND-ACCT-NUMBER-OUT
               MOVE MND-MAX-AMOUNT TO MND-MAX-AMOUNT-OUT
               MOVE MND-STATUS TO MND-STATUS-OUT
               MOVE MND-FIRST-COLLECT-DATE TO MND-FIRST-COLLECT-OUT
               MOVE MND-LAST-COLLECT-DATE TO MND-LAST-COLLECT-OUT
               MOVE MND-SETUP-DATE TO MND-SETUP-DATE-OUT
               MOVE MND-CANCEL-DATE TO MND-CANCEL-DATE-OUT
               MOVE '0000' TO RETURN-STATUS
               MOVE 'MANDATE FOUND' TO RETURN-MSG
           END-IF.

       MOVE-DETAILS-TO-RECORD.
           MOVE MND-ORIGINATOR-ID-IN TO MND-ORIGINATOR-ID
           MOVE MND-REFERENCE-IN TO MND-REFERENCE
           MOVE MND-CUST-NO-IN TO MND-CUST-NO
           MOVE MND-ACCT-NUMBER-IN TO MND-ACCT-NUMBER
           MOVE MND-MAX-AMOUNT-IN TO MND-MAX-AMOUNT.

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
