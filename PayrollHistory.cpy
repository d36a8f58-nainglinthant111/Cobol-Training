           02 PH-RETIRE-DEDUCTION PIC 9(5)V99.
           02 PH-RETIRE-MATCH     PIC 9(5)V99.
           02 PH-PAY-TYPE         PIC X.
           02 PH-SOCSEC-TAX       PIC 9(7)V99.
           02 PH-MEDICARE-TAX     PIC 9(7)V99.
           02 PH-FEDERAL-WAGES    PIC 9(7)V99.
           02 PH-STATE-WAGES      PIC 9(7)V99.
           02 PH-LOCAL-WAGES      PIC 9(7)V99.
           02 PH-FICA-WAGES       PIC 9(7)V99.
           02 PH-LOAN-DEDUCTION   PIC 9(7)V99.
           02 PH-REIMBURSEMENT    PIC 9(7)V99.
           02 PH-WC-CLASS-CODE    PIC X(4).
           02 PH-WORK-STATE       PIC XX.
           02 PH-OT-PREMIUM       PIC 9(7)V99.
