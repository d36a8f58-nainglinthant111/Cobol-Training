       01 DEDUCTION-ARREARS-RECORD.
           02 DA-EMPLOYEE-ID      PIC 9(5).
           02 DA-DEDUCTION-CODE   PIC X(4).
           02 DA-BALANCE          PIC 9(7)V99.
           02 DA-LAST-PERIOD      PIC 9(4).
           02 DA-LAST-DATE        PIC 9(8).
