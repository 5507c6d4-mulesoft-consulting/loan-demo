      *    every journal entry carrying the night's AUD-BUSINESS-DATE
      *    and summarizes it per operator, terminal and originating
      *    program (AUD-SOURCE-PROGRAM - ACCTPST, ACCTXFR, ACCTUPD,
      *    ACCTHLD, ACCTODL, ACCTREV, CHQRTN, CLRINTK and the CUSTMNT
      *    freeze cascade all stamp it): count and value of debits and
      *    credits, taken from the journaled balance movement
      *    (AUD-BALANCE-AFTER less AUD-BALANCE-BEFORE), so a branch
      *    supervisor can prove each teller's day from one report.
      *    Entries that moved no balance (status and limit changes,
      *    and PTYMNT's party changes) carry no money and are left
      *    off the proof.
      *
      *    A final total record cross-foots the day's journaled
      *    movements - balance and overdraft deltas together, since
