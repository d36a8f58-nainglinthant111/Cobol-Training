           02 PS-YTD-DEDUCTIONS   PIC 9(9)V99.
           02 PS-YTD-NET          PIC 9(9)V99.
           02 PS-PERIOD-NUMBER    PIC 9(4).
           02 PS-SOCSEC-TAX       PIC 9(7)V99.
           02 PS-MEDICARE-TAX     PIC 9(7)V99.
           02 PS-YTD-SOCSEC       PIC 9(9)V99.
           02 PS-YTD-MEDICARE     PIC 9(9)V99.
           02 PS-FEDERAL-WAGES    PIC 9(7)V99.
           02 PS-STATE-WAGES      PIC 9(7)V99.
           02 PS-LOCAL-WAGES      PIC 9(7)V99.
           02 PS-FICA-WAGES       PIC 9(7)V99.
           02 PS-ARREARS-DEFERRED PIC 9(7)V99.
           02 PS-ARREARS-RECOVERED PIC 9(7)V99.
           02 PS-LOAN-DEDUCTION   PIC 9(7)V99.
           02 PS-REIMBURSEMENT    PIC 9(7)V99.
