           03 SO-NARRATIVE-IN       PIC X(13).
           03 SO-NEXT-DUE-DATE-IN   PIC 9(8).
           03 SO-END-DATE-IN        PIC 9(8).
           03 SO-BENE-BANK-CODE-IN  PIC X(6).
           03 SO-BENE-ACCT-IN       PIC X(12).
           03 SO-BENE-NAME-IN       PIC X(30).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
             04 SO-STATUS-OUT         PIC X(1).
             04 SO-RETRY-COUNT-OUT    PIC 9(2).
             04 SO-LAST-FAIL-DATE-OUT PIC 9(8).
             04 SO-BENE-BANK-CODE-OUT PIC X(6).
             04 SO-BENE-ACCT-OUT      PIC X(12).
             04 SO-BENE-NAME-OUT      PIC X(30).
