       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCERT.

      *    Year-end interest certificate and tax authority extract.
      *    Run once after the close of the tax year, it totals per
      *    customer and account the credit interest paid and the
      *    overdraft interest charged across the year held on the
      *    TAXPARM parameter file (tax year, first and last day), and
      *    writes two files:
      *
      *      INTCERTX  the certificate print extract - per customer a
      *                name-and-address record from CUSTMSTR, one
      *                line per account that earned or was charged
      *                interest, and a customer total;
      *      TAXEXTR   the fixed-format regulatory file - a header
      *                carrying the tax year, one record per customer
      *                with the year's interest paid and charged, and
      *                a trailer with the record count and totals the
      *                authority reconciles the file against.
      *
      *    Credit interest is CRACCRUE's 'INT' capitalization, less
      *    any 'INT' posting ACCTREV reversed during the year (found
      *    on REVREG, since the reversal posting itself only says
      *    'REV REVERSES #nnnnnn'). Overdraft interest is ODACCRUE's
      *    accrual, which ACCTUPD posts as 'OVERDRAFT INTEREST' with
      *    the signed OVERDRAFT movement; its magnitude is the
      *    interest charged. A teller's 'OVERDRAFT UPDATE' is a limit
      *    change, not a charge, and is never counted. Postings are
      *    taken from ACCTHST and from the HSTARCHV archive HSTARCH
      *    rolls them off to, so the archive generations covering the
      *    tax year are presented as HSTARCHV for the run; none at
      *    all is allowed for a year nothing was archived from. A
      *    posting seen twice (overlapping generations, or an archive
      *    cut by an HSTARCH attempt that failed before its delete) is
      *    counted once.
      *
      *    Interest belongs to the customer it was posted for - the
      *    account's primary holder, which is the CUST-NO the accrual
      *    runs post under - so joint holders are not certified
      *    separately. Every customer with interest gets a
      *    certificate whatever their CUST-STATUS: deceased customers'
      *    estates and customers who have left the bank need the
      *    statement as much as anyone. A customer missing from
      *    CUSTMSTR is still certified and reported, without a name
      *    and address, and counted on the job log for follow-up.
      *
      *    The run is framed by a RUNCTL record keyed by program name
      *    and business date, like the rest of the suite: a completed
      *    record for the date ends the job with RC 8. A rerun after a
      *    failure is safe because every input is read-only here and
      *    both outputs are rewritten from scratch; they are only
      *    opened - and so truncated - once the run-control gate and
      *    the parameter check have passed. The tax year must have
      *    ended before the business date, so its last capitalization
      *    and accrual are on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-YEAR-PARM-FILE ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO ACCTHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY OF ACCOUNT-HISTORY-RECORD
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HSTARCHV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT REVERSAL-REGISTER-FILE ASSIGN TO REVREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT INTEREST-CERTIFICATE-FILE ASSIGN TO INTCERTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT TAX-EXTRACT-FILE ASSIGN TO TAXEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT INTEREST-SORT-FILE ASSIGN TO SORTWK1.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-YEAR-PARM-FILE.
           COPY TAXPARM.
       FD  ACCOUNT-HISTORY-FILE.
           COPY ACCTHST.
       FD  HISTORY-ARCHIVE-FILE.
           COPY HSTARCH.
       FD  REVERSAL-REGISTER-FILE.
           COPY REVREG.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.
       FD  INTEREST-CERTIFICATE-FILE.
           COPY INTCERTX.
       FD  TAX-EXTRACT-FILE.
           COPY TAXEXTR.
       SD  INTEREST-SORT-FILE.
       01 SORT-INTEREST-RECORD.
           02 SRT-CUST-NO            PIC X(8).
           02 SRT-ACCT-NUMBER        PIC X(8).
           02 SRT-POSTING-SEQ-NO     PIC 9(6).
           02 SRT-INTEREST-TYPE      PIC X(1).
             88 SRT-IS-CREDIT-INTEREST VALUE 'C'.
             88 SRT-IS-OD-INTEREST   VALUE 'D'.
           02 SRT-AMOUNT             PIC S9(7)V99 COMP-3.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS             PIC XX.
       01 WS-HIST-STATUS             PIC XX.
       01 WS-ARCH-STATUS             PIC XX.
       01 WS-REV-STATUS              PIC XX.
       01 WS-CUST-STATUS             PIC XX.
       01 WS-CERT-STATUS             PIC XX.
       01 WS-TAX-STATUS              PIC XX.
       01 WS-RUNCTL-STATUS           PIC XX.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-PREDECESSOR             PIC X(8).
       01 WS-PREDECESSOR-DONE        PIC X VALUE 'Y'.
           88 PREDECESSOR-IS-DONE    VALUE 'Y'.
       01 WS-RUN-ALREADY-DONE        PIC X VALUE 'N'.
           88 RUN-ALREADY-DONE       VALUE 'Y'.
       01 WS-PARM-VALID              PIC X VALUE 'N'.
           88 PARM-IS-VALID          VALUE 'Y'.
       01 WS-ARCHIVE-PRESENT         PIC X VALUE 'Y'.
           88 ARCHIVE-IS-PRESENT     VALUE 'Y'.
       01 WS-END-OF-HISTORY          PIC X VALUE 'N'.
           88 END-OF-HISTORY         VALUE 'Y'.
       01 WS-END-OF-ARCHIVE          PIC X VALUE 'N'.
           88 END-OF-ARCHIVE         VALUE 'Y'.
       01 WS-END-OF-REVERSALS        PIC X VALUE 'N'.
           88 END-OF-REVERSALS       VALUE 'Y'.
       01 WS-END-OF-SORT             PIC X VALUE 'N'.
           88 END-OF-SORT            VALUE 'Y'.
       01 WS-IO-FAILED               PIC X VALUE 'N'.
           88 AN-IO-FAILED           VALUE 'Y'.
       01 WS-FIRST-RECORD            PIC X VALUE 'Y'.
           88 IS-FIRST-RECORD        VALUE 'Y'.
       01 WS-TAX-YEAR                PIC 9(4).
       01 WS-YEAR-START              PIC 9(8).
       01 WS-YEAR-END                PIC 9(8).
       01 WS-CURRENT-CUST-NO         PIC X(8).
       01 WS-CURRENT-ACCT-NUMBER     PIC X(8).
       01 WS-LAST-POSTING-SEQ-NO     PIC 9(6).
       01 WS-ACCOUNT-COUNT           PIC 9(3).
       01 WS-ACCT-CREDIT-INTEREST    PIC S9(9)V99 COMP-3.
       01 WS-ACCT-OD-INTEREST        PIC S9(9)V99 COMP-3.
       01 WS-CUST-CREDIT-INTEREST    PIC S9(9)V99 COMP-3.
       01 WS-CUST-OD-INTEREST        PIC S9(9)V99 COMP-3.
       01 WS-TOTAL-CREDIT-INTEREST   PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-OD-INTEREST       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CUSTOMER-COUNT          PIC 9(7) VALUE 0.
       01 WS-NOT-ON-FILE-COUNT       PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT         PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-READ-COUNT      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           IF WS-ARCH-STATUS = '35'
               MOVE 'N' TO WS-ARCHIVE-PRESENT
           END-IF

           IF WS-PARM-STATUS NOT = '00'
              OR WS-HIST-STATUS NOT = '00'
              OR (WS-ARCH-STATUS NOT = '00'
                  AND WS-ARCH-STATUS NOT = '35')
              OR WS-REV-STATUS NOT = '00'
              OR WS-CUST-STATUS NOT = '00'
              OR WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'INTCERT: FILE OPEN FAILED - PARM='
                   WS-PARM-STATUS ' HIST=' WS-HIST-STATUS
                   ' ARCH=' WS-ARCH-STATUS ' REV=' WS-REV-STATUS
                   ' CUST=' WS-CUST-STATUS
                   ' RUNCTL=' WS-RUNCTL-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-RUN-DATE = 0
               DISPLAY 'INTCERT: BUSINESS DATE NOT SET ON RUNCTL'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PREDECESSOR-DONE
           IF NOT PREDECESSOR-IS-DONE
               DISPLAY 'INTCERT: PREDECESSOR ' WS-PREDECESSOR
                   ' NOT COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INIT-RUN-CONTROL
           IF RUN-ALREADY-DONE
               DISPLAY 'INTCERT: ALREADY COMPLETED FOR ' WS-RUN-DATE
               PERFORM CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-TAX-YEAR-PARMS
           IF NOT PARM-IS-VALID
               DISPLAY 'INTCERT: INVALID TAX YEAR PARAMETERS'
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INTEREST-CERTIFICATE-FILE
           OPEN OUTPUT TAX-EXTRACT-FILE
           IF WS-CERT-STATUS NOT = '00'
              OR WS-TAX-STATUS NOT = '00'
               DISPLAY 'INTCERT: FILE OPEN FAILED - CERT='
                   WS-CERT-STATUS ' TAX=' WS-TAX-STATUS
               PERFORM CLOSE-FILES
               PERFORM CLOSE-OUTPUT-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-TAX-HEADER

           SORT INTEREST-SORT-FILE
               ON ASCENDING KEY SRT-CUST-NO SRT-ACCT-NUMBER
                                SRT-POSTING-SEQ-NO
               INPUT PROCEDURE IS RELEASE-INTEREST-POSTINGS
               OUTPUT PROCEDURE IS ROLL-UP-CUSTOMERS

           IF NOT AN-IO-FAILED
               PERFORM WRITE-TAX-TRAILER
           END-IF

           IF AN-IO-FAILED
               DISPLAY 'INTCERT: I-O FAILURE - HIST=' WS-HIST-STATUS
                   ' ARCH=' WS-ARCH-STATUS ' REV=' WS-REV-STATUS
                   ' CUST=' WS-CUST-STATUS ' CERT=' WS-CERT-STATUS
                   ' TAX=' WS-TAX-STATUS
               PERFORM CLOSE-FILES
               PERFORM CLOSE-OUTPUT-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT ARCHIVE-IS-PRESENT
               DISPLAY 'INTCERT: NO HSTARCHV ARCHIVE PRESENTED'
           END-IF
           DISPLAY 'INTCERT: TAX YEAR ' WS-TAX-YEAR ' FROM '
               WS-YEAR-START ' TO ' WS-YEAR-END
           DISPLAY 'INTCERT: CUSTOMERS CERTIFIED ' WS-CUSTOMER-COUNT
               ' NOT ON CUSTMSTR ' WS-NOT-ON-FILE-COUNT
           DISPLAY 'INTCERT: ARCHIVED POSTINGS READ '
               WS-ARCHIVE-READ-COUNT ' DUPLICATES IGNORED '
               WS-DUPLICATE-COUNT
           PERFORM COMPLETE-RUN-CONTROL
           PERFORM CLOSE-FILES
           PERFORM CLOSE-OUTPUT-FILES
           GOBACK.

       OPEN-FILES.
           OPEN INPUT TAX-YEAR-PARM-FILE
           OPEN INPUT ACCOUNT-HISTORY-FILE
           OPEN INPUT HISTORY-ARCHIVE-FILE
           OPEN INPUT REVERSAL-REGISTER-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN I-O RUN-CONTROL-FILE.

       CLOSE-FILES.
           CLOSE TAX-YEAR-PARM-FILE
           CLOSE ACCOUNT-HISTORY-FILE
           IF ARCHIVE-IS-PRESENT
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           CLOSE REVERSAL-REGISTER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE RUN-CONTROL-FILE.

       CLOSE-OUTPUT-FILES.
           CLOSE INTEREST-CERTIFICATE-FILE
           CLOSE TAX-EXTRACT-FILE.

      *    The night's business date is held in RUN-CHECKPOINT-KEY of
      *    the BUSNDATE control record, which DAYROLL rolls on to the
      *    next business day once the night's schedule completes.
       GET-BUSINESS-DATE.
           MOVE 0 TO WS-RUN-DATE
           MOVE 'BUSNDATE' TO RUN-PROGRAM-ID
           MOVE 0 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUN-CHECKPOINT-KEY IS NUMERIC
                       MOVE RUN-CHECKPOINT-KEY TO WS-RUN-DATE
                   END-IF
           END-READ.

      *    The suite's dependency order is carried on RUNCTL itself:
      *    a record keyed by this program and the sentinel date
      *    99999999 names the step that must show RUN-IS-COMPLETED
      *    for the night first, in RUN-CHECKPOINT-KEY - maintained
      *    by operations the way the BUSNDATE record is. No record
      *    means no predecessor, so steps gate in without recompiles
      *    as the schedule changes.
       CHECK-PREDECESSOR-DONE.
           MOVE SPACES TO WS-PREDECESSOR
           MOVE 'INTCERT' TO RUN-PROGRAM-ID
           MOVE 99999999 TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RUN-CHECKPOINT-KEY TO WS-PREDECESSOR
           END-READ

           IF WS-PREDECESSOR = SPACES
              OR WS-PREDECESSOR = LOW-VALUES
               MOVE 'Y' TO WS-PREDECESSOR-DONE
           ELSE
               MOVE 'N' TO WS-PREDECESSOR-DONE
               MOVE WS-PREDECESSOR TO RUN-PROGRAM-ID
               MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUN-IS-COMPLETED
                           MOVE 'Y' TO WS-PREDECESSOR-DONE
                       END-IF
               END-READ
           END-IF.

       INIT-RUN-CONTROL.
           MOVE 'INTCERT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-RUN-CONTROL
               NOT INVALID KEY
                   IF RUN-IS-COMPLETED
                       MOVE 'Y' TO WS-RUN-ALREADY-DONE
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO RUN-START-TIMESTAMP
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
           END-READ.

       WRITE-NEW-RUN-CONTROL.
           MOVE 'INTCERT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           SET RUN-IS-IN-PROGRESS TO TRUE
           MOVE LOW-VALUES TO RUN-CHECKPOINT-KEY
           MOVE FUNCTION CURRENT-DATE TO RUN-START-TIMESTAMP
           MOVE SPACES TO RUN-END-TIMESTAMP
           WRITE RUN-CONTROL-RECORD.

       COMPLETE-RUN-CONTROL.
           MOVE 'INTCERT' TO RUN-PROGRAM-ID
           MOVE WS-RUN-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-IS-COMPLETED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO RUN-END-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    The year's first day must fall in the tax year named and
      *    not after its last day, and the year must be over by the
      *    business date so nothing dated inside it is still to come.
       READ-TAX-YEAR-PARMS.
           MOVE 'N' TO WS-PARM-VALID
           READ TAX-YEAR-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TXP-TAX-YEAR IS NUMERIC
                      AND TXP-YEAR-START-DATE IS NUMERIC
                      AND TXP-YEAR-END-DATE IS NUMERIC
                       PERFORM LOAD-TAX-YEAR-PARMS
                   END-IF
           END-READ.

       LOAD-TAX-YEAR-PARMS.
           MOVE TXP-TAX-YEAR TO WS-TAX-YEAR
           MOVE TXP-YEAR-START-DATE TO WS-YEAR-START
           MOVE TXP-YEAR-END-DATE TO WS-YEAR-END

           IF WS-TAX-YEAR > 0
              AND WS-YEAR-START (1:4) = TXP-TAX-YEAR
              AND WS-YEAR-START NOT > WS-YEAR-END
              AND WS-YEAR-END < WS-RUN-DATE
               MOVE 'Y' TO WS-PARM-VALID
           END-IF.

       RELEASE-INTEREST-POSTINGS.
           PERFORM UNTIL END-OF-HISTORY OR AN-IO-FAILED
               READ ACCOUNT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-HISTORY
                   NOT AT END
                       PERFORM RELEASE-ONE-POSTING
               END-READ
           END-PERFORM

           IF WS-HIST-STATUS NOT = '00' AND NOT END-OF-HISTORY
               MOVE 'Y' TO WS-IO-FAILED
           END-IF

           IF ARCHIVE-IS-PRESENT
               PERFORM RELEASE-ARCHIVED-POSTINGS
           END-IF

           PERFORM RELEASE-INTEREST-REVERSALS.

      *    Only interest dated inside the tax year goes to the sort.
      *    The accrual moves OVERDRAFT further from zero, so the
      *    charge is the size of the movement whichever way OVERDRAFT
      *    is signed.
       RELEASE-ONE-POSTING.
           IF POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                   NOT < WS-YEAR-START
              AND POSTING-DATE OF ACCOUNT-HISTORY-RECORD
                   NOT > WS-YEAR-END
               EVALUATE TRUE
                   WHEN POSTING-DESC OF ACCOUNT-HISTORY-RECORD (1:4)
                           = 'INT '
                       MOVE 'C' TO SRT-INTEREST-TYPE
                       MOVE POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                           TO SRT-AMOUNT
                       PERFORM RELEASE-HISTORY-POSTING
                   WHEN POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                           = 'OVERDRAFT INTEREST'
                       MOVE 'D' TO SRT-INTEREST-TYPE
                       IF POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD < 0
                           COMPUTE SRT-AMOUNT = 0 -
                               POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                       ELSE
                           MOVE POSTING-AMOUNT
                                   OF ACCOUNT-HISTORY-RECORD
                               TO SRT-AMOUNT
                       END-IF
                       PERFORM RELEASE-HISTORY-POSTING
               END-EVALUATE
           END-IF.

       RELEASE-HISTORY-POSTING.
           MOVE CUST-NO OF ACCOUNT-HISTORY-RECORD TO SRT-CUST-NO
           MOVE ACCT-NUMBER OF ACCOUNT-HISTORY-RECORD
               TO SRT-ACCT-NUMBER
           MOVE POSTING-SEQ-NO OF ACCOUNT-HISTORY-RECORD
               TO SRT-POSTING-SEQ-NO
           RELEASE SORT-INTEREST-RECORD.

       RELEASE-ARCHIVED-POSTINGS.
           PERFORM UNTIL END-OF-ARCHIVE OR AN-IO-FAILED
               READ HISTORY-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-ARCHIVE
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ-COUNT
                       PERFORM RELEASE-ONE-ARCHIVED-POSTING
               END-READ
           END-PERFORM

           IF WS-ARCH-STATUS NOT = '00' AND NOT END-OF-ARCHIVE
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

       RELEASE-ONE-ARCHIVED-POSTING.
           IF ARCH-POSTING-DATE NOT < WS-YEAR-START
              AND ARCH-POSTING-DATE NOT > WS-YEAR-END
               EVALUATE TRUE
                   WHEN ARCH-POSTING-DESC (1:4) = 'INT '
                       MOVE 'C' TO SRT-INTEREST-TYPE
                       MOVE ARCH-POSTING-AMOUNT TO SRT-AMOUNT
                       PERFORM RELEASE-ARCHIVE-POSTING
                   WHEN ARCH-POSTING-DESC = 'OVERDRAFT INTEREST'
                       MOVE 'D' TO SRT-INTEREST-TYPE
                       IF ARCH-POSTING-AMOUNT < 0
                           COMPUTE SRT-AMOUNT =
                               0 - ARCH-POSTING-AMOUNT
                       ELSE
                           MOVE ARCH-POSTING-AMOUNT TO SRT-AMOUNT
                       END-IF
                       PERFORM RELEASE-ARCHIVE-POSTING
               END-EVALUATE
           END-IF.

       RELEASE-ARCHIVE-POSTING.
           MOVE ARCH-CUST-NO TO SRT-CUST-NO
           MOVE ARCH-ACCT-NUMBER TO SRT-ACCT-NUMBER
           MOVE ARCH-POSTING-SEQ-NO TO SRT-POSTING-SEQ-NO
           RELEASE SORT-INTEREST-RECORD.

      *    A reversed capitalization comes off the year in which it
      *    was reversed, keyed by the reversal posting's own sequence
      *    number so it cannot be mistaken for a second copy of the
      *    interest it reverses.
       RELEASE-INTEREST-REVERSALS.
           PERFORM UNTIL END-OF-REVERSALS OR AN-IO-FAILED
               READ REVERSAL-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-REVERSALS
                   NOT AT END
                       PERFORM RELEASE-ONE-REVERSAL
               END-READ
           END-PERFORM

           IF WS-REV-STATUS NOT = '00' AND NOT END-OF-REVERSALS
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

       RELEASE-ONE-REVERSAL.
           IF REV-ORIG-DESC (1:4) = 'INT '
              AND REV-BUSINESS-DATE NOT < WS-YEAR-START
              AND REV-BUSINESS-DATE NOT > WS-YEAR-END
               MOVE REV-CUST-NO TO SRT-CUST-NO
               MOVE REV-ORIG-ACCT-NUMBER TO SRT-ACCT-NUMBER
               MOVE REV-POSTING-SEQ-NO TO SRT-POSTING-SEQ-NO
               MOVE 'C' TO SRT-INTEREST-TYPE
               COMPUTE SRT-AMOUNT = 0 - REV-ORIG-AMOUNT
               RELEASE SORT-INTEREST-RECORD
           END-IF.

       ROLL-UP-CUSTOMERS.
           PERFORM UNTIL END-OF-SORT
               RETURN INTEREST-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM ROLL-UP-ONE-RECORD
               END-RETURN
           END-PERFORM

           IF NOT IS-FIRST-RECORD AND NOT AN-IO-FAILED
               PERFORM FINISH-CUSTOMER
           END-IF.

      *    After an I-O failure the rest of the sort is drained
      *    without further writes. The same posting read from both
      *    ACCTHST and the archive sorts next to itself and is only
      *    counted the first time.
       ROLL-UP-ONE-RECORD.
           IF AN-IO-FAILED
               CONTINUE
           ELSE
               IF NOT IS-FIRST-RECORD
                  AND SRT-ACCT-NUMBER = WS-CURRENT-ACCT-NUMBER
                  AND SRT-POSTING-SEQ-NO = WS-LAST-POSTING-SEQ-NO
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   PERFORM ACCUMULATE-ONE-RECORD
               END-IF
           END-IF.

       ACCUMULATE-ONE-RECORD.
           IF NOT IS-FIRST-RECORD
               IF SRT-CUST-NO NOT = WS-CURRENT-CUST-NO
                   PERFORM FINISH-CUSTOMER
               ELSE
                   IF SRT-ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUMBER
                       PERFORM FINISH-ACCOUNT
                   END-IF
               END-IF
           END-IF

           IF IS-FIRST-RECORD
              OR SRT-CUST-NO NOT = WS-CURRENT-CUST-NO
               PERFORM START-CUSTOMER
           END-IF
           IF IS-FIRST-RECORD
              OR SRT-CUST-NO NOT = WS-CURRENT-CUST-NO
              OR SRT-ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUMBER
               PERFORM START-ACCOUNT
           END-IF
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE SRT-CUST-NO TO WS-CURRENT-CUST-NO
           MOVE SRT-ACCT-NUMBER TO WS-CURRENT-ACCT-NUMBER
           MOVE SRT-POSTING-SEQ-NO TO WS-LAST-POSTING-SEQ-NO

           IF SRT-IS-CREDIT-INTEREST
               ADD SRT-AMOUNT TO WS-ACCT-CREDIT-INTEREST
           ELSE
               ADD SRT-AMOUNT TO WS-ACCT-OD-INTEREST
           END-IF.

      *    The certificate opens with the customer's name and address
      *    as CUSTMSTR holds them, whatever the customer's status.
       START-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-CUST-CREDIT-INTEREST
           MOVE 0 TO WS-CUST-OD-INTEREST

           MOVE SRT-CUST-NO TO CUST-NO OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE SPACES TO CUST-ADDRESS
                   MOVE SPACE TO CUST-STATUS
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-READ

           IF WS-CUST-STATUS NOT = '00'
              AND WS-CUST-STATUS NOT = '23'
               MOVE 'Y' TO WS-IO-FAILED
           ELSE
               MOVE SPACES TO INTEREST-CERTIFICATE-RECORD
               MOVE 'C' TO ICX-RECORD-TYPE
               MOVE SRT-CUST-NO TO ICX-CUST-NO
               MOVE WS-TAX-YEAR TO ICX-TAX-YEAR
               MOVE CUST-NAME TO ICX-CUST-NAME
               MOVE CUST-ADDR-LINE-1 TO ICX-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2 TO ICX-ADDR-LINE-2
               MOVE CUST-ADDR-LINE-3 TO ICX-ADDR-LINE-3
               MOVE CUST-POSTCODE TO ICX-POSTCODE
               MOVE CUST-STATUS TO ICX-CUST-STATUS
               PERFORM WRITE-CERTIFICATE-RECORD
           END-IF.

       START-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-ACCT-CREDIT-INTEREST
           MOVE 0 TO WS-ACCT-OD-INTEREST.

       FINISH-ACCOUNT.
           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD
           MOVE 'A' TO ICX-RECORD-TYPE
           MOVE WS-CURRENT-CUST-NO TO ICX-CUST-NO
           MOVE WS-TAX-YEAR TO ICX-TAX-YEAR
           MOVE WS-CURRENT-ACCT-NUMBER TO ICX-ACCT-NUMBER
           MOVE WS-ACCT-CREDIT-INTEREST TO ICX-CREDIT-INTEREST
           MOVE WS-ACCT-OD-INTEREST TO ICX-OD-INTEREST
           PERFORM WRITE-CERTIFICATE-RECORD

           ADD WS-ACCT-CREDIT-INTEREST TO WS-CUST-CREDIT-INTEREST
           ADD WS-ACCT-OD-INTEREST TO WS-CUST-OD-INTEREST.

      *    The customer's name and address still sit in the CUSTMSTR
      *    record area from START-CUSTOMER, so the tax record carries
      *    the same details as the certificate.
       FINISH-CUSTOMER.
           PERFORM FINISH-ACCOUNT

           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD
           MOVE 'T' TO ICX-RECORD-TYPE
           MOVE WS-CURRENT-CUST-NO TO ICX-CUST-NO
           MOVE WS-TAX-YEAR TO ICX-TAX-YEAR
           MOVE WS-ACCOUNT-COUNT TO ICX-ACCOUNT-COUNT
           MOVE WS-CUST-CREDIT-INTEREST TO ICX-TOTAL-CREDIT-INTEREST
           MOVE WS-CUST-OD-INTEREST TO ICX-TOTAL-OD-INTEREST
           PERFORM WRITE-CERTIFICATE-RECORD

           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'D' TO TAX-RECORD-TYPE
           MOVE WS-CURRENT-CUST-NO TO TAX-CUST-NO
           MOVE CUST-NAME TO TAX-CUST-NAME
           MOVE CUST-ADDR-LINE-1 TO TAX-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2 TO TAX-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3 TO TAX-ADDR-LINE-3
           MOVE CUST-POSTCODE TO TAX-POSTCODE
           MOVE CUST-STATUS TO TAX-CUST-STATUS
           MOVE WS-ACCOUNT-COUNT TO TAX-ACCOUNT-COUNT
           MOVE WS-CUST-CREDIT-INTEREST TO TAX-INTEREST-PAID
           MOVE WS-CUST-OD-INTEREST TO TAX-OD-INTEREST-CHARGED
           PERFORM WRITE-TAX-RECORD

           ADD WS-CUST-CREDIT-INTEREST TO WS-TOTAL-CREDIT-INTEREST
           ADD WS-CUST-OD-INTEREST TO WS-TOTAL-OD-INTEREST.

       WRITE-TAX-HEADER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'H' TO TAX-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TAX-HDR-TAX-YEAR
           MOVE WS-YEAR-START TO TAX-HDR-YEAR-START
           MOVE WS-YEAR-END TO TAX-HDR-YEAR-END
           MOVE WS-RUN-DATE TO TAX-HDR-RUN-DATE
           PERFORM WRITE-TAX-RECORD.

      *    The record count is of the customer records between header
      *    and trailer.
       WRITE-TAX-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'T' TO TAX-RECORD-TYPE
           MOVE WS-CUSTOMER-COUNT TO TAX-TRL-RECORD-COUNT
           MOVE WS-TOTAL-CREDIT-INTEREST TO TAX-TRL-TOTAL-PAID
           MOVE WS-TOTAL-OD-INTEREST TO TAX-TRL-TOTAL-OD-CHARGED
           PERFORM WRITE-TAX-RECORD.

       WRITE-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD
           IF WS-CERT-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.

       WRITE-TAX-RECORD.
           WRITE TAX-EXTRACT-RECORD
           IF WS-TAX-STATUS NOT = '00'
               MOVE 'Y' TO WS-IO-FAILED
           END-IF.
