       01 COURSE-MASTER-RECORD.
           02 CM-COURSE-CODE      PIC X(8).
           02 CM-TITLE            PIC X(30).
           02 CM-CREDIT-HOURS     PIC 9V9.
           02 CM-STATUS           PIC X.
