       01 LOAN-MASTER-RECORD.
           02 LN-LOAN-KEY.
             03 LN-EMPLOYEE-ID    PIC 9(5).
             03 LN-LOAN-NUMBER    PIC 9(3).
           02 LN-LOAN-TYPE        PIC X.
           02 LN-ORIGINAL-AMOUNT  PIC 9(7)V99.
           02 LN-REPAYMENT-AMOUNT PIC 9(5)V99.
           02 LN-BALANCE          PIC 9(7)V99.
           02 LN-STATUS           PIC X.
           02 LN-ISSUE-DATE       PIC 9(8).
           02 LN-LAST-PERIOD      PIC 9(4).
           02 LN-LAST-DEDUCT-DATE PIC 9(8).
