         02 SO-RETRY-COUNT          PIC 9(2).
         02 SO-LAST-FAIL-DATE       PIC 9(8).
         02 SO-LAST-FAIL-STATUS     PIC X(4).
         02 SO-SCHEDULED-DATE       PIC 9(8).
         02 SO-BENE-BANK-CODE       PIC X(6).
           88 SO-PAYS-INTERNAL      VALUES SPACES LOW-VALUES.
         02 SO-BENE-ACCT-NUMBER     PIC X(12).
         02 SO-BENE-NAME            PIC X(30).
