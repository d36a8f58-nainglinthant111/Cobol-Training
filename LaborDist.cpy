       01 LABOR-DIST-RECORD.
           02 LD-PAY-DATE         PIC 9(8).
           02 LD-PERIOD-NUMBER    PIC 9(4).
           02 LD-WEEK-ENDING      PIC 9(8).
           02 LD-EMPLOYEE-ID      PIC 9(5).
           02 LD-CHARGE-TYPE      PIC X.
           02 LD-JOB-CODE         PIC X(6).
           02 LD-DEPT-CODE        PIC X(4).
           02 LD-HOURS            PIC 9(3)V99.
           02 LD-LABOR-AMOUNT     PIC 9(7)V99.
