       01 DFHCOMMAREA.
         02 HOLIDAY-MAINT-IN.
           03 HOL-REQUEST-TYPE      PIC X(1).
             88 HOL-REQUEST-ADD       VALUE 'A'.
             88 HOL-REQUEST-DELETE    VALUE 'D'.
             88 HOL-REQUEST-INQUIRY   VALUE 'I'.
           03 HOL-DATE-IN           PIC 9(8).
           03 HOL-DESCRIPTION-IN    PIC X(30).
         02 RETURN-DATA.
           03 RETURN-STATUS         PIC X(4).
           03 RETURN-MSG            PIC X(45).
           03 HOL-DESCRIPTION-OUT   PIC X(30).
           03 HOL-ADDED-BY-OUT      PIC X(3).
           03 HOL-ADDED-DATE-OUT    PIC 9(8).
