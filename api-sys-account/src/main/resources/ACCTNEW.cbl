      *    exist on CUSTMSTR with an active status, before the account
      *    is opened - a correct check digit alone does not prove the
      *    customer was ever onboarded.
      *
      *    Every account is opened under a product from the PRODUCT
      *    catalogue maintained through PRODMNT. The product code is
      *    kept on the master for SVCCHG's month-end service charge
      *    and CRACCRUE's credit rate, and the account's OD-RATE-CODE
      *    starts as the product's default. The product must exist
      *    (4111) and must not have been withdrawn (4112).

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
           COPY ACCTHST.
           COPY CUSTMST.
           COPY CUSTCHK.
           COPY PRODUCT.

       LINKAGE SECTION.
           COPY ACCTNEW.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ONLINE-BUSINESS-DATE
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS

               PERFORM VERIFY-CUSTOMER
           END-IF

           IF RETURN-STATUS = '0000'
               PERFORM VERIFY-PRODUCT
           END-IF

           IF RETURN-STATUS = '0000'
               MOVE ACCT-NUMBER OF ACCOUNT-OPEN-IN
                   TO ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               MOVE 0 TO OD-LIMIT OF ACCOUNT-MASTER-RECORD
               MOVE 0 TO OD-LIMIT-EXPIRY-DATE
                   OF ACCOUNT-MASTER-RECORD
               MOVE PRD-OD-RATE-CODE TO OD-RATE-CODE
                   OF ACCOUNT-MASTER-RECORD
               MOVE 0 TO UNCLEARED-FUNDS OF ACCOUNT-MASTER-RECORD
               MOVE 0 TO DORMANCY-WARNING-DATE OF ACCOUNT-MASTER-RECORD
               MOVE 0 TO DORMANT-DATE OF ACCOUNT-MASTER-RECORD
               MOVE 0 TO REACTIVATION-DATE OF ACCOUNT-MASTER-RECORD
               MOVE PRD-CODE TO PRODUCT-CODE OF ACCOUNT-MASTER-RECORD

               EXEC CICS WRITE
                   FILE('ACCTMSTR')
               END-IF
           END-IF.

       VERIFY-PRODUCT.
           EXEC CICS READ
               FILE('PRODUCT')
               INTO(PRODUCT-RECORD)
               RIDFLD(PRODUCT-CODE-IN)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4111' TO RETURN-STATUS
               MOVE 'INVALID PRODUCT CODE' TO RETURN-MSG
           ELSE
               IF NOT PRODUCT-IS-ACTIVE
                   MOVE '4112' TO RETURN-STATUS
                   MOVE 'PRODUCT NOT AVAILABLE FOR NEW ACCOUNTS'
                       TO RETURN-MSG
               END-IF
           END-IF.

       WRITE-OPENING-POSTING.
           MOVE ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
           MOVE 1 TO POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
           MOVE CUST-NO OF ACCOUNT-MASTER-RECORD
               TO CUST-NO OF ACCOUNT-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE
               TO POSTING-DATE OF ACCOUNT-HISTORY-RECORD
           MOVE OPENING-BALANCE
               TO POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
               MOVE 'ACCOUNT OPENED BUT HISTORY POSTING FAILED'
                   TO RETURN-MSG
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
