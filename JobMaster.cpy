       01 JOB-RECORD.
           02 JB-JOB-CODE         PIC X(6).
           02 JB-JOB-NAME         PIC X(20).
           02 JB-DEPT-CODE        PIC X(4).
           02 JB-BUDGET-HOURS     PIC 9(7)V99.
           02 JB-BUDGET-AMOUNT    PIC 9(9)V99.
           02 JB-STATUS           PIC X.
