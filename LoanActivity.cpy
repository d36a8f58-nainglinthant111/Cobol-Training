       01 LOAN-ACTIVITY-RECORD.
           02 LA-EMPLOYEE-ID      PIC 9(5).
           02 LA-LOAN-NUMBER      PIC 9(3).
           02 LA-ACTIVITY-DATE    PIC 9(8).
           02 LA-ACTIVITY-TYPE    PIC X.
           02 LA-AMOUNT           PIC 9(7)V99.
           02 LA-BALANCE-AFTER    PIC 9(7)V99.
           02 LA-PERIOD-NUMBER    PIC 9(4).
           02 LA-PROGRAM-NAME     PIC X(20).
