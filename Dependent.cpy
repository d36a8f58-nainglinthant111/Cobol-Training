       01 DEPENDENT-RECORD.
           02 DP-EMPLOYEE-ID      PIC 9(5).
           02 DP-DEPENDENT-NAME   PIC X(20).
           02 DP-RELATIONSHIP     PIC X.
           02 DP-BIRTH-DATE       PIC 9(8).
           02 DP-STATUS           PIC X.
           02 DP-ADDED-DATE       PIC 9(8).
