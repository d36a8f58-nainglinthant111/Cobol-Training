       01 EXPENSE-TYPE-RECORD.
           02 XT-EXPENSE-TYPE     PIC X(4).
           02 XT-DESCRIPTION      PIC X(20).
           02 XT-CLAIM-LIMIT      PIC 9(5)V99.
           02 XT-MILEAGE-RATE     PIC 9V999.
           02 XT-RECEIPT-OVER     PIC 9(5)V99.
           02 XT-GL-ACCOUNT       PIC 9(4).
