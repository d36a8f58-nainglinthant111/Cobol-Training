       01 BENEFIT-ELECTION-RECORD.
           02 BE-EMPLOYEE-ID      PIC 9(5).
           02 BE-PLAN-CODE        PIC X(6).
           02 BE-COVERAGE-TIER    PIC XX.
           02 BE-EFFECTIVE-DATE   PIC 9(8).
           02 BE-ELECTION-SOURCE  PIC X.
           02 BE-ENTRY-DATE       PIC 9(8).
           02 BE-OPERATOR-ID      PIC X(10).
