       01 SCHEDULE-RECORD.
           02 BS-STEP-NUMBER      PIC 9(2).
           02 BS-PROGRAM-NAME     PIC X(20).
           02 BS-EXPECTED-SECONDS PIC 9(5).
           02 BS-FINISH-BY        PIC 9(4).
