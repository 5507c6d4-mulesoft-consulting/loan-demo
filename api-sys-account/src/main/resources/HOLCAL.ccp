       01 HOLIDAY-CALENDAR-RECORD.
         02 HOL-DATE                PIC 9(8).
         02 HOL-DESCRIPTION         PIC X(30).
         02 HOL-ADDED-BY            PIC X(3).
         02 HOL-ADDED-TERMINAL      PIC X(4).
         02 HOL-ADDED-DATE          PIC 9(8).
