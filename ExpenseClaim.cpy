       01 EXPENSE-CLAIM-RECORD.
           02 XC-CLAIM-NUMBER     PIC 9(6).
           02 XC-EMPLOYEE-ID      PIC 9(5).
           02 XC-EXPENSE-TYPE     PIC X(4).
           02 XC-EXPENSE-DATE     PIC 9(8).
           02 XC-MILES            PIC 9(5).
           02 XC-AMOUNT           PIC 9(5)V99.
           02 XC-RECEIPT-FLAG     PIC X.
           02 XC-DESCRIPTION      PIC X(20).
           02 XC-GL-ACCOUNT       PIC 9(4).
           02 XC-ENTRY-DATE       PIC 9(8).
           02 XC-OPERATOR-ID      PIC X(10).
           02 XC-STATUS           PIC X.
           02 XC-APPROVER-ID      PIC X(10).
           02 XC-PAID-DATE        PIC 9(8).
           02 XC-PAID-BY          PIC X.
