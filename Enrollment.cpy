       01 ENROLLMENT-RECORD.
           02 EN-ENROLL-KEY.
             03 EN-STUDENT-ID     PIC 9(5).
             03 EN-TERM           PIC 9(5).
             03 EN-COURSE-CODE    PIC X(8).
           02 EN-SECTION          PIC X(3).
           02 EN-STATUS           PIC X.
           02 EN-SCORE            PIC 99.
           02 EN-GRADE            PIC X(3).
           02 EN-GRADE-POINTS     PIC 9V99.
           02 EN-CREDIT-HOURS     PIC 9V9.
           02 EN-ENROLL-DATE      PIC 9(8).
           02 EN-GRADED-DATE      PIC 9(8).
