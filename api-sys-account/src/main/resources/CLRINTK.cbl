      *    record carrying its ACCTPST-style status and reason, so
      *    the branch works the rejects from one file each morning.
      *
      *    A debit other than a cheque collects on a direct debit
      *    mandate, and must name the originator and mandate
      *    reference the customer signed on MANDATE: with no active
      *    mandate under that key for the same customer and account
      *    it is rejected 4085, and above the mandate maximum 4086.
      *    Both go to CLRDISP like any other reject and are also
      *    written to DDRETURN, the unpaid-debit return file for the
      *    clearing house, which closes with a trailer of its count
      *    and amount in the intake file's own style. A collected
      *    debit stamps the mandate's first and last collection
      *    dates, which MNDTDORM reads to find mandates gone quiet.
      *
      *    Every detail record read is counted and totalled - applied,
      *    rejected and resumed-past alike - and the figures must tie
      *    to the count and amount on the partner's trailer record
           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO ACCTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT DIRECT-DEBIT-MANDATE-FILE ASSIGN TO MANDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MND-KEY
               FILE STATUS IS WS-MNDT-STATUS.
           SELECT DIRECT-DEBIT-RETURN-FILE ASSIGN TO DDRETURN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT UNCLEARED-ITEM-FILE ASSIGN TO UNCLITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY ACCTHST.
       FD  ACCOUNT-AUDIT-FILE.
           COPY ACCTAUD.
       FD  DIRECT-DEBIT-MANDATE-FILE.
           COPY MANDATE.
       FD  DIRECT-DEBIT-RETURN-FILE.
           COPY DDRETURN.
       FD  UNCLEARED-ITEM-FILE.
           COPY UNCLITEM.
       FD  RUN-CONTROL-FILE.
       01 WS-HIST-STATUS             PIC XX.
       01 WS-AUD-STATUS              PIC XX.
       01 WS-UNCL-STATUS             PIC XX.
       01 WS-MNDT-STATUS             PIC XX.
       01 WS-RET-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-TRAILER-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ACCEPTED-COUNT          PIC 9(8) VALUE 0.
       01 WS-REJECTED-COUNT          PIC 9(8) VALUE 0.
       01 WS-RETURN-COUNT            PIC 9(8) VALUE 0.
       01 WS-RETURN-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-LAST-RETURNED-SEQ       PIC 9(8) VALUE 0.
       01 WS-END-OF-RETURNS          PIC X VALUE 'N'.
           88 END-OF-RETURNS         VALUE 'Y'.
       01 WS-RETURN-TRAILER-SEEN     PIC X VALUE 'N'.
           88 RETURN-TRAILER-WAS-SEEN VALUE 'Y'.
       01 WS-MANDATE-DEBIT           PIC X VALUE 'N'.
           88 ITEM-IS-MANDATE-DEBIT  VALUE 'Y'.
       01 WS-ITEM-STATUS             PIC X(4).
       01 WS-ITEM-REASON             PIC X(45).
       01 WS-SUB                     PIC S9(4) COMP.
              OR WS-HIST-STATUS NOT = '00'
              OR WS-AUD-STATUS NOT = '00'
              OR WS-UNCL-STATUS NOT = '00'
              OR WS-MNDT-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'CLRINTK: FILE OPEN FAILED - INTK='
                   WS-INTK-STATUS ' MSTR=' WS-MSTR-STATUS
                   ' CUST=' WS-CUST-STATUS ' HIST=' WS-HIST-STATUS
                   ' AUD=' WS-AUD-STATUS ' UNCL=' WS-UNCL-STATUS
                   ' MNDT=' WS-MNDT-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *    A resumed run appends to the disposition and return
      *    files cut by the failed attempt; a fresh run starts new
      *    ones. The returns already on file are counted first, so
      *    the trailer covers the whole night.
           IF RUN-IS-RESUMING
               OPEN EXTEND CLEARING-DISPOSITION-FILE
               PERFORM COUNT-EARLIER-RETURNS
               OPEN EXTEND DIRECT-DEBIT-RETURN-FILE
           ELSE
               OPEN OUTPUT CLEARING-DISPOSITION-FILE
               OPEN OUTPUT DIRECT-DEBIT-RETURN-FILE
           END-IF

           IF WS-DISP-STATUS NOT = '00'
              OR WS-RET-STATUS NOT = '00'
               DISPLAY 'CLRINTK: FILE OPEN FAILED - DISP='
                   WS-DISP-STATUS ' RET=' WS-RET-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           IF AN-IO-FAILED
               DISPLAY 'CLRINTK: I-O FAILURE - MSTR=' WS-MSTR-STATUS
                   ' HIST=' WS-HIST-STATUS ' AUD=' WS-AUD-STATUS
                   ' DISP=' WS-DISP-STATUS ' MNDT=' WS-MNDT-STATUS
                   ' RET=' WS-RET-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
               GOBACK
           END-IF

           IF NOT RETURN-TRAILER-WAS-SEEN
               PERFORM WRITE-RETURN-TRAILER
               IF WS-RET-STATUS NOT = '00'
                   DISPLAY 'CLRINTK: I-O FAILURE - RET='
                       WS-RET-STATUS
                   PERFORM CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           DISPLAY 'CLRINTK: APPLIED ' WS-ACCEPTED-COUNT
               ' REJECTED ' WS-REJECTED-COUNT
               ' OF ' WS-DETAIL-COUNT ' ITEMS'
           DISPLAY 'CLRINTK: DIRECT DEBITS RETURNED '
               WS-RETURN-COUNT ' AMOUNT=' WS-RETURN-AMOUNT
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           GOBACK.
           OPEN I-O ACCOUNT-HISTORY-FILE
           OPEN EXTEND ACCOUNT-AUDIT-FILE
           OPEN I-O UNCLEARED-ITEM-FILE
           OPEN I-O DIRECT-DEBIT-MANDATE-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE ACCOUNT-HISTORY-FILE
           CLOSE ACCOUNT-AUDIT-FILE
           CLOSE UNCLEARED-ITEM-FILE
           CLOSE DIRECT-DEBIT-MANDATE-FILE
           CLOSE DIRECT-DEBIT-RETURN-FILE
           CLOSE RUN-CONTROL-FILE.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
           MOVE '0000' TO WS-ITEM-STATUS
           MOVE SPACES TO WS-ITEM-REASON
           MOVE 'N' TO WS-ITEM-REPLAYED
           MOVE 'N' TO WS-MANDATE-DEBIT

           IF RUN-IS-RESUMING
              AND WS-DETAIL-COUNT = WS-RESUME-COUNT + 1
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-REJECTED-DISPOSITION
                   IF WS-ITEM-STATUS = '4085'
                      OR WS-ITEM-STATUS = '4086'
                       PERFORM WRITE-DIRECT-DEBIT-RETURN
                   END-IF
               END-IF
               IF NOT AN-IO-FAILED
                   PERFORM UPDATE-CHECKPOINT
               END-IF
           END-IF.

      *    The checkpoint advances only after an item's disposition
      *    The same gate ACCTPST applies, in the same order: check
      *    digit, transaction code and amount first, then the
      *    customer, then the account's ownership, status and
      *    coverage. A direct debit is held to its mandate before
      *    the account is looked at, so an uncovered debit with no
      *    mandate goes back to the clearing house as unauthorised
      *    rather than unpaid.
       VALIDATE-ONE-ITEM.
           IF CLR-CUST-NO-BASE IS NOT NUMERIC
               SET CUSTCHK-IS-INVALID TO TRUE
               END-EVALUATE
           END-IF

           IF WS-ITEM-STATUS = '0000'
              AND CLR-AMOUNT < 0
              AND CLR-TXN-CODE NOT = 'CHQ'
               MOVE 'Y' TO WS-MANDATE-DEBIT
               PERFORM VERIFY-ITEM-MANDATE
           END-IF

           IF WS-ITEM-STATUS = '0000'
               PERFORM VERIFY-ITEM-ACCOUNT
           END-IF.
                   END-IF
           END-READ.

      *    Cheques are authorised by the drawer's signature; every
      *    other debit must match an active mandate the customer
      *    signed for this account, and come within its maximum.
       VERIFY-ITEM-MANDATE.
           MOVE CLR-ORIGINATOR-ID TO MND-ORIGINATOR-ID
           MOVE CLR-MANDATE-REF TO MND-REFERENCE
           READ DIRECT-DEBIT-MANDATE-FILE
               INVALID KEY
                   MOVE '4085' TO WS-ITEM-STATUS
                   MOVE 'NO ACTIVE MANDATE FOR DEBIT' TO WS-ITEM-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT MANDATE-IS-ACTIVE
                         OR MND-CUST-NO NOT = CLR-CUST-NO
                         OR MND-ACCT-NUMBER NOT = CLR-ACCT-NUMBER
                           MOVE '4085' TO WS-ITEM-STATUS
                           MOVE 'NO ACTIVE MANDATE FOR DEBIT'
                               TO WS-ITEM-REASON
                       WHEN 0 - CLR-AMOUNT > MND-MAX-AMOUNT
                           MOVE '4086' TO WS-ITEM-STATUS
                           MOVE 'DEBIT EXCEEDS MANDATE MAXIMUM'
                               TO WS-ITEM-REASON
                   END-EVALUATE
           END-READ.

       VERIFY-ITEM-ACCOUNT.
           MOVE CLR-ACCT-NUMBER
               TO ACCT-NUMBER OF ACCOUNT-MASTER-RECORD
               PERFORM WRITE-UNCLEARED-ITEM
           END-IF

           IF ITEM-IS-MANDATE-DEBIT AND NOT AN-IO-FAILED
               PERFORM RECORD-MANDATE-COLLECTION
           END-IF

           IF NOT AN-IO-FAILED
               PERFORM WRITE-AUDIT-RECORD
           END-IF
                   MOVE 'Y' TO WS-IO-FAILED
           END-EVALUATE.

      *    The mandate read at validation is still in the record
      *    area. It is stamped before the master REWRITE, and to the
      *    same dates however often the item is rerun, so a restart
      *    never leaves a collected debit off its mandate.
       RECORD-MANDATE-COLLECTION.
           IF MND-FIRST-COLLECT-DATE = 0
               MOVE WS-RUN-DATE TO MND-FIRST-COLLECT-DATE
           END-IF
           MOVE WS-RUN-DATE TO MND-LAST-COLLECT-DATE
           REWRITE DIRECT-DEBIT-MANDATE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IO-FAILED
           END-REWRITE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-RUN-DATE TO AUD-BUSINESS-DATE
           MOVE 'CLRINTK' TO AUD-SOURCE-PROGRAM
           MOVE 'CLR' TO AUD-OPERATOR-ID
           MOVE 'BTCH' TO AUD-TERMINAL-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE SPACES TO AUD-PARTY-ROLE-CHANGE
           MOVE CLR-CUST-NO TO AUD-CUST-NO
           MOVE CLR-ACCT-NUMBER TO AUD-ACCT-NUMBER
           MOVE WS-BALANCE-BEFORE TO AUD-BALANCE-BEFORE
           MOVE CLR-ACCT-NUMBER TO CLD-ACCT-NUMBER
           MOVE CLR-TXN-CODE TO CLD-TXN-CODE
           MOVE CLR-AMOUNT TO CLD-AMOUNT
           MOVE CLR-ORIGINATOR-ID TO CLD-ORIGINATOR-ID
           MOVE CLR-MANDATE-REF TO CLD-MANDATE-REF
           WRITE CLEARING-DISPOSITION-RECORD
           IF WS-DISP-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

      *    An item no later than the last one the failed attempt
      *    returned is the item that attempt was cut down on before
      *    its checkpoint; its return is already on file and is not
      *    sent to the clearing house twice.
       WRITE-DIRECT-DEBIT-RETURN.
           IF WS-DETAIL-COUNT > WS-LAST-RETURNED-SEQ
               MOVE SPACES TO DIRECT-DEBIT-RETURN-RECORD
               SET DDR-DETAIL-REC TO TRUE
               MOVE CLR-ORIGINATOR-ID TO DDR-ORIGINATOR-ID
               MOVE CLR-MANDATE-REF TO DDR-MANDATE-REF
               MOVE CLR-CUST-NO TO DDR-CUST-NO
               MOVE CLR-ACCT-NUMBER TO DDR-ACCT-NUMBER
               MOVE CLR-AMOUNT TO DDR-AMOUNT
               MOVE WS-ITEM-STATUS TO DDR-REASON-CODE
               MOVE WS-RUN-DATE TO DDR-BUSINESS-DATE
               MOVE WS-DETAIL-COUNT TO DDR-ITEM-SEQ-NO
               WRITE DIRECT-DEBIT-RETURN-RECORD
               IF WS-RET-STATUS NOT = '00'
                   MOVE 'Y' TO WS-IO-FAILED
               ELSE
                   ADD 1 TO WS-RETURN-COUNT
                   ADD CLR-AMOUNT TO WS-RETURN-AMOUNT
               END-IF
           END-IF.

      *    The trailer carries the count and amount of every return
      *    on the file, the way the partner's trailer does on the
      *    intake.
       WRITE-RETURN-TRAILER.
           MOVE SPACES TO DIRECT-DEBIT-RETURN-RECORD
           SET DDR-TRAILER-REC TO TRUE
           MOVE WS-RETURN-COUNT TO DDR-TRAILER-COUNT
           MOVE WS-RETURN-AMOUNT TO DDR-TRAILER-AMOUNT
           WRITE DIRECT-DEBIT-RETURN-RECORD.

      *    On a resumed run the returns the failed attempt already
      *    wrote are tallied into the trailer figures, and the
      *    highest item number among them is kept for
      *    WRITE-DIRECT-DEBIT-RETURN. A trailer already on file
      *    means that attempt got as far as closing the file off,
      *    and it is not written again.
       COUNT-EARLIER-RETURNS.
           OPEN INPUT DIRECT-DEBIT-RETURN-FILE
           IF WS-RET-STATUS = '00'
               PERFORM READ-EARLIER-RETURN
               PERFORM TALLY-EARLIER-RETURN UNTIL END-OF-RETURNS
               CLOSE DIRECT-DEBIT-RETURN-FILE
           END-IF.

       TALLY-EARLIER-RETURN.
           IF DDR-TRAILER-REC
               MOVE 'Y' TO WS-RETURN-TRAILER-SEEN
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               ADD DDR-AMOUNT TO WS-RETURN-AMOUNT
               IF DDR-ITEM-SEQ-NO > WS-LAST-RETURNED-SEQ
                   MOVE DDR-ITEM-SEQ-NO TO WS-LAST-RETURNED-SEQ
               END-IF
           END-IF
           PERFORM READ-EARLIER-RETURN.

       READ-EARLIER-RETURN.
           READ DIRECT-DEBIT-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-RETURNS
           END-READ.
