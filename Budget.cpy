       01 BUDGET-RECORD.
           02 BG-KEY.
             03 BG-YEAR           PIC 9(4).
             03 BG-ACCOUNT        PIC 9(4).
             03 BG-DEPT-CODE      PIC X(4).
           02 BG-SPREAD-METHOD    PIC X.
           02 BG-PROFILE-CODE     PIC X(4).
           02 BG-ANNUAL-AMOUNT    PIC 9(9)V99.
           02 BG-MONTH-AMOUNT     PIC 9(9)V99 OCCURS 12 TIMES.
           02 BG-UPDATED-BY       PIC X(10).
           02 BG-UPDATED-DATE     PIC 9(8).
