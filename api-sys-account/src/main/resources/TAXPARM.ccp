       01 TAX-YEAR-PARM-RECORD.
         02 TXP-TAX-YEAR            PIC 9(4).
         02 TXP-YEAR-START-DATE     PIC 9(8).
         02 TXP-YEAR-END-DATE       PIC 9(8).
