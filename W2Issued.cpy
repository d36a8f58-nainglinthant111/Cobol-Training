       01 W2-ISSUED-RECORD.
           02 WI-TAX-YEAR         PIC 9(4).
           02 WI-EMPLOYEE-ID      PIC 9(5).
           02 WI-FORM-TYPE        PIC X.
           02 WI-ISSUE-DATE       PIC 9(8).
           02 WI-SSN              PIC 9(9).
           02 WI-WAGES            PIC 9(9)V99.
           02 WI-FEDERAL-TAX      PIC 9(9)V99.
           02 WI-SS-WAGES         PIC 9(9)V99.
           02 WI-SS-TAX           PIC 9(9)V99.
           02 WI-MEDICARE-WAGES   PIC 9(9)V99.
           02 WI-MEDICARE-TAX     PIC 9(9)V99.
           02 WI-DEFERRALS        PIC 9(9)V99.
           02 WI-STATE-CODE       PIC XX.
           02 WI-STATE-WAGES      PIC 9(9)V99.
           02 WI-STATE-TAX        PIC 9(9)V99.
           02 WI-LOCAL-WAGES      PIC 9(9)V99.
           02 WI-LOCAL-TAX        PIC 9(9)V99.
           02 WI-OPERATOR-ID      PIC X(10).
