       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.

      *    Maintains the account product catalogue PRODUCT, keyed by
      *    a three-character product code. One commarea serves add
      *    ('A'), amend ('M') and inquiry ('I'), the way RATEMNT
      *    serves the rate schedule. A product carries the pricing
      *    every account opened under it follows: the OD-RATE-CODE
      *    ACCTNEW stamps on the master, the credit rate code
      *    CRACCRUE accrues under, the monthly maintenance fee, up to
      *    six per-item charges keyed by the posting's transaction
      *    code, and the minimum average balance that waives the
      *    month's service charge (zero means no waiver). SVCCHG
      *    reads the catalogue at month-end to work out each
      *    account's charge.
      *
      *    Both rate codes must already be on RATESCH, so an account
      *    opened under the product cannot stop ODACCRUE or CRACCRUE
      *    for want of a rate. FEE and INT cannot be priced as items -
      *    SVCCHG's own charges and the interest postings are not
      *    customer activity. A product is never deleted: withdrawing
      *    it (status 'W') through an amend stops new accounts being
      *    opened under it while existing accounts keep their
      *    pricing. Every add and amend is journaled to PRODAUD with
      *    the operator, terminal and the fee, waiver and status
      *    before and after, the way RATEAUD journals rate changes.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                    PIC S9(8) COMP.
       01 WS-SUB                     PIC S9(4) COMP.
       01 WS-CHECK-RATE-CODE         PIC X(3).
       01 WS-RATE-CODE-FOUND         PIC X VALUE 'N'.
           88 RATE-CODE-IS-FOUND     VALUE 'Y'.
       01 WS-RATE-BROWSE-KEY.
           02 WS-RATE-BROWSE-CODE    PIC X(3).
           02 WS-RATE-BROWSE-REST    PIC X(10).
       01 WS-STATUS-BEFORE           PIC X(1).
       01 WS-FEE-BEFORE              PIC S9(5)V99 COMP-3.
       01 WS-MIN-BALANCE-BEFORE      PIC S9(7)V99 COMP-3.
           COPY PRODUCT.
           COPY PRODAUD.
           COPY RATESCH.

       LINKAGE SECTION.
           COPY PRODMNT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO RETURN-MSG
           MOVE '0000' TO RETURN-STATUS
           MOVE SPACES TO PRD-DETAILS-OUT
           MOVE 0 TO PRD-MONTHLY-FEE-OUT
           MOVE 0 TO PRD-MIN-BALANCE-OUT
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE 0 TO PRD-ITEM-CHARGE-OUT (WS-SUB)
           END-PERFORM

           IF PRD-CODE-IN = SPACES
              OR PRD-CODE-IN = LOW-VALUES
               MOVE '4106' TO RETURN-STATUS
               MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
           ELSE
               MOVE PRD-CODE-IN TO PRD-CODE
               EVALUATE TRUE
                   WHEN PRD-REQUEST-ADD
                       PERFORM VALIDATE-PRODUCT-DETAILS
                       IF RETURN-STATUS = '0000'
                           PERFORM ADD-PRODUCT
                       END-IF
                   WHEN PRD-REQUEST-AMEND
                       PERFORM VALIDATE-PRODUCT-DETAILS
                       IF RETURN-STATUS = '0000'
                           PERFORM AMEND-PRODUCT
                       END-IF
                   WHEN PRD-REQUEST-INQUIRY
                       PERFORM INQUIRE-PRODUCT
                   WHEN OTHER
                       MOVE '4025' TO RETURN-STATUS
                       MOVE 'INVALID REQUEST TYPE' TO RETURN-MSG
               END-EVALUATE
           END-IF

           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       VALIDATE-PRODUCT-DETAILS.
           EVALUATE TRUE
               WHEN PRD-DESCRIPTION-IN = SPACES
                 OR PRD-DESCRIPTION-IN = LOW-VALUES
                   MOVE '4106' TO RETURN-STATUS
                   MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
               WHEN PRD-STATUS-IN NOT = 'A'
                AND PRD-STATUS-IN NOT = 'W'
                   MOVE '4106' TO RETURN-STATUS
                   MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
               WHEN PRD-MONTHLY-FEE-IN IS NOT NUMERIC
                 OR PRD-MONTHLY-FEE-IN < 0
                   MOVE '4106' TO RETURN-STATUS
                   MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
               WHEN PRD-MIN-BALANCE-IN IS NOT NUMERIC
                 OR PRD-MIN-BALANCE-IN < 0
                   MOVE '4106' TO RETURN-STATUS
                   MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
           END-EVALUATE

           IF RETURN-STATUS = '0000'
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
                   PERFORM VALIDATE-ITEM-CHARGE
               END-PERFORM
           END-IF

           IF RETURN-STATUS = '0000'
               MOVE PRD-OD-RATE-CODE-IN TO WS-CHECK-RATE-CODE
               PERFORM CHECK-RATE-CODE-ON-SCHEDULE
               IF RATE-CODE-IS-FOUND
                   MOVE PRD-CREDIT-RATE-CODE-IN TO WS-CHECK-RATE-CODE
                   PERFORM CHECK-RATE-CODE-ON-SCHEDULE
               END-IF
               IF NOT RATE-CODE-IS-FOUND
                   MOVE '4107' TO RETURN-STATUS
                   MOVE 'RATE CODE NOT ON RATE SCHEDULE' TO RETURN-MSG
               END-IF
           END-IF.

      *    An unused slot is left blank with a zero charge. FEE and
      *    INT are the charge and interest postings themselves, not
      *    items a customer makes.
       VALIDATE-ITEM-CHARGE.
           EVALUATE TRUE
               WHEN PRD-ITEM-CHARGE-IN (WS-SUB) IS NOT NUMERIC
                 OR PRD-ITEM-CHARGE-IN (WS-SUB) < 0
                   MOVE '4106' TO RETURN-STATUS
                   MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
               WHEN PRD-ITEM-TXN-CODE-IN (WS-SUB) = SPACES
                 OR PRD-ITEM-TXN-CODE-IN (WS-SUB) = LOW-VALUES
                   IF PRD-ITEM-CHARGE-IN (WS-SUB) NOT = 0
                       MOVE '4106' TO RETURN-STATUS
                       MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
                   END-IF
               WHEN PRD-ITEM-TXN-CODE-IN (WS-SUB) = 'FEE'
                 OR PRD-ITEM-TXN-CODE-IN (WS-SUB) = 'INT'
                   MOVE '4106' TO RETURN-STATUS
                   MOVE 'INVALID PRODUCT DETAILS' TO RETURN-MSG
           END-EVALUATE.

      *    Key order on RATESCH is code / effective date / tier, so a
      *    GTEQ start on the code followed by one READNEXT lands on
      *    the code's first record if it has any.
       CHECK-RATE-CODE-ON-SCHEDULE.
           MOVE 'N' TO WS-RATE-CODE-FOUND
           MOVE LOW-VALUES TO WS-RATE-BROWSE-KEY
           MOVE WS-CHECK-RATE-CODE TO WS-RATE-BROWSE-CODE

           IF WS-CHECK-RATE-CODE NOT = SPACES
              AND WS-CHECK-RATE-CODE NOT = LOW-VALUES
               EXEC CICS STARTBR
                   FILE('RATESCH')
                   RIDFLD(WS-RATE-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS READNEXT
                       FILE('RATESCH')
                       INTO(OVERDRAFT-RATE-RECORD)
                       RIDFLD(WS-RATE-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC

                   IF WS-RESP = DFHRESP(NORMAL)
                      AND RATE-CODE = WS-CHECK-RATE-CODE
                       MOVE 'Y' TO WS-RATE-CODE-FOUND
                   END-IF

                   EXEC CICS ENDBR
                       FILE('RATESCH')
                   END-EXEC
               END-IF
           END-IF.

       ADD-PRODUCT.
           PERFORM MOVE-DETAILS-TO-RECORD
           MOVE SPACES TO WS-STATUS-BEFORE
           MOVE 0 TO WS-FEE-BEFORE
           MOVE 0 TO WS-MIN-BALANCE-BEFORE

           EXEC CICS WRITE
               FILE('PRODUCT')
               FROM(PRODUCT-RECORD)
               RIDFLD(PRD-CODE)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(DUPKEY) OR WS-RESP = DFHRESP(DUPREC)
               MOVE '4108' TO RETURN-STATUS
               MOVE 'PRODUCT ALREADY EXISTS' TO RETURN-MSG
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4110' TO RETURN-STATUS
                   MOVE 'PRODUCT UPDATE FAILED' TO RETURN-MSG
               ELSE
                   PERFORM WRITE-PRODUCT-AUDIT
                   MOVE '0000' TO RETURN-STATUS
                   MOVE 'PRODUCT ADDED OK' TO RETURN-MSG
               END-IF
           END-IF.

       AMEND-PRODUCT.
           EXEC CICS READ
               FILE('PRODUCT')
               INTO(PRODUCT-RECORD)
               RIDFLD(PRD-CODE)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4109' TO RETURN-STATUS
               MOVE 'PRODUCT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE PRD-STATUS TO WS-STATUS-BEFORE
               MOVE PRD-MONTHLY-FEE TO WS-FEE-BEFORE
               MOVE PRD-MIN-BALANCE TO WS-MIN-BALANCE-BEFORE
               PERFORM MOVE-DETAILS-TO-RECORD

               EXEC CICS REWRITE
                   FILE('PRODUCT')
                   FROM(PRODUCT-RECORD)
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE '4110' TO RETURN-STATUS
                   MOVE 'PRODUCT UPDATE FAILED' TO RETURN-MSG
               ELSE
                   PERFORM WRITE-PRODUCT-AUDIT
                   MOVE '0000' TO RETURN-STATUS
                   MOVE 'PRODUCT AMENDED OK' TO RETURN-MSG
               END-IF
           END-IF.

       INQUIRE-PRODUCT.
           EXEC CICS READ
               FILE('PRODUCT')
               INTO(PRODUCT-RECORD)
               RIDFLD(PRD-CODE)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '4109' TO RETURN-STATUS
               MOVE 'PRODUCT NOT FOUND' TO RETURN-MSG
           ELSE
               MOVE PRD-DESCRIPTION TO PRD-DESCRIPTION-OUT
               MOVE PRD-STATUS TO PRD-STATUS-OUT
               MOVE PRD-OD-RATE-CODE TO PRD-OD-RATE-CODE-OUT
               MOVE PRD-CREDIT-RATE-CODE TO PRD-CREDIT-RATE-CODE-OUT
               MOVE PRD-MONTHLY-FEE TO PRD-MONTHLY-FEE-OUT
               MOVE PRD-MIN-BALANCE TO PRD-MIN-BALANCE-OUT
               MOVE PRD-ITEM-CHARGES TO PRD-ITEM-CHARGES-OUT
               MOVE '0000' TO RETURN-STATUS
               MOVE 'PRODUCT FOUND' TO RETURN-MSG
           END-IF.

       MOVE-DETAILS-TO-RECORD.
           MOVE PRD-CODE-IN TO PRD-CODE
           MOVE PRD-DESCRIPTION-IN TO PRD-DESCRIPTION
           MOVE PRD-STATUS-IN TO PRD-STATUS
           MOVE PRD-OD-RATE-CODE-IN TO PRD-OD-RATE-CODE
           MOVE PRD-CREDIT-RATE-CODE-IN TO PRD-CREDIT-RATE-CODE
           MOVE PRD-MONTHLY-FEE-IN TO PRD-MONTHLY-FEE
           MOVE PRD-MIN-BALANCE-IN TO PRD-MIN-BALANCE
           MOVE PRD-ITEM-CHARGES-IN TO PRD-ITEM-CHARGES.

       WRITE-PRODUCT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO PAUD-TIMESTAMP
           MOVE EIBOPID TO PAUD-OPERATOR-ID
           MOVE EIBTRMID TO PAUD-TERMINAL-ID
           MOVE PRD-CODE TO PAUD-PRODUCT-CODE
           MOVE PRD-REQUEST-TYPE TO PAUD-REQUEST-TYPE
           MOVE WS-STATUS-BEFORE TO PAUD-STATUS-BEFORE
           MOVE PRD-STATUS TO PAUD-STATUS-AFTER
           MOVE WS-FEE-BEFORE TO PAUD-FEE-BEFORE
           MOVE PRD-MONTHLY-FEE TO PAUD-FEE-AFTER
           MOVE WS-MIN-BALANCE-BEFORE TO PAUD-MIN-BALANCE-BEFORE
           MOVE PRD-MIN-BALANCE TO PAUD-MIN-BALANCE-AFTER
           MOVE PRD-ITEM-CHARGES TO PAUD-ITEM-CHARGES-AFTER

           EXEC CICS WRITE
               FILE('PRODAUD')
               FROM(PRODUCT-AUDIT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
