       01 DORMANCY-PARM-RECORD.
         02 DMP-INACTIVE-DAYS       PIC 9(5).
         02 DMP-WARNING-DAYS        PIC 9(3).
