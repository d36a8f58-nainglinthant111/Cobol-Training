           02 OP-FAILED-COUNT     PIC 9.
           02 OP-LOCKED-FLAG      PIC X.
           02 OP-PRIOR-PASSWORD OCCURS 3 TIMES PIC X(10).
           02 OP-COMPANY OCCURS 5 TIMES PIC XX.
