       01 FINAL-PAY-DEDUCTION-RECORD.
           02 FP-EMPLOYEE-ID      PIC 9(5).
           02 FP-DEDUCTION-CODE   PIC X(4).
           02 FP-REFERENCE        PIC X(10).
           02 FP-AMOUNT           PIC 9(7)V99.
           02 FP-TERM-DATE        PIC 9(8).
           02 FP-LIST-DATE        PIC 9(8).
           02 FP-OPERATOR-ID      PIC X(10).
