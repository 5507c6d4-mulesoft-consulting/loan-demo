      *       HSTARCH leaves preserve the net of everything it rolls
      *       off, so the arithmetic holds across archives - and
      *       compared to the master. ACCTUPD's 'OVERDRAFT UPDATE'
      *       and 'OVERDRAFT INTEREST' postings move OVERDRAFT, not
      *       BALANCE, and are left out of the rebuild.
      *     - LAST-POSTING-SEQ must equal the highest POSTING-SEQ-NO
      *       actually on ACCTHST: every path that bumps the one
      *       writes the other in the same unit of work, so any gap
                      NOT = WS-HIST-GROUP-ACCT
               IF POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                       NOT = 'OVERDRAFT UPDATE'
                  AND POSTING-DESC OF ACCOUNT-HISTORY-RECORD
                       NOT = 'OVERDRAFT INTEREST'
                   ADD POSTING-AMOUNT OF ACCOUNT-HISTORY-RECORD
                       TO WS-HIST-NET
               END-IF
