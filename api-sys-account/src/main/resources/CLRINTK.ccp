           03 CLR-TXN-CODE          PIC X(3).
           03 CLR-AMOUNT            PIC S9(7)V99.
           03 CLR-NARRATIVE         PIC X(26).
           03 CLR-ORIGINATOR-ID     PIC X(6).
           03 CLR-MANDATE-REF       PIC X(18).
         02 CLR-TRAILER-DATA REDEFINES CLR-DETAIL-DATA.
           03 CLR-TRAILER-COUNT     PIC 9(7).
           03 CLR-TRAILER-AMOUNT    PIC S9(9)V99.
           03 FILLER                PIC X(60).
