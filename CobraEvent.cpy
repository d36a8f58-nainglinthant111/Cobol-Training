       01 COBRA-EVENT-RECORD.
           02 CB-EMPLOYEE-ID       PIC 9(5).
           02 CB-EVENT-DATE        PIC 9(8).
           02 CB-REASON-CODE       PIC X(3).
           02 CB-ELECTION-DEADLINE PIC 9(8).
           02 CB-COVERAGE-DESC     PIC X(12).
           02 CB-MONTHLY-PREMIUM   PIC 9(5)V99.
           02 CB-FIRST-MONTH       PIC 9(6).
           02 CB-LAST-MONTH        PIC 9(6).
           02 CB-STATUS            PIC X.
           02 CB-NOTICE-DATE       PIC 9(8).
           02 CB-ELECTION-DATE     PIC 9(8).
           02 CB-BILLED-THROUGH    PIC 9(6).
           02 CB-PAID-THROUGH      PIC 9(6).
           02 CB-LAST-BILL-DATE    PIC 9(8).
           02 CB-LAST-BILL-AMOUNT  PIC 9(7)V99.
           02 CB-LAST-PAYMENT-DATE PIC 9(8).
           02 CB-CLOSED-DATE       PIC 9(8).
           02 CB-RECORD-DATE       PIC 9(8).
           02 CB-OPERATOR-ID       PIC X(10).
