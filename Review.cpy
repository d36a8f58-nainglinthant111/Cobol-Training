       01 REVIEW-RECORD.
           02 RV-REVIEW-KEY.
             03 RV-EMPLOYEE-ID    PIC 9(5).
             03 RV-REVIEW-DATE    PIC 9(8).
           02 RV-REVIEWER-ID      PIC 9(5).
           02 RV-OVERALL-RATING   PIC 9.
           02 RV-NEXT-DUE-DATE    PIC 9(8).
           02 RV-STATUS           PIC X.
           02 RV-ENTRY-DATE       PIC 9(8).
           02 RV-OPERATOR-ID      PIC X(10).
