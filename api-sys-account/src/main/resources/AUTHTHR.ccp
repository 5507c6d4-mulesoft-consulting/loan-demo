       01 AUTH-THRESHOLD-RECORD.
         02 THR-KEY.
           03 THR-TXN-CODE          PIC X(3).
           03 THR-ACTION            PIC X(1).
         02 THR-LIMIT-AMOUNT        PIC S9(7)V99 COMP-3.
         02 THR-DESCRIPTION         PIC X(30).
