       01 CREDIT-REVIEW-RECORD.
           02 CV-CUSTOMER-ID      PIC 9(5).
           02 CV-REVIEW-DATE      PIC 9(8).
           02 CV-CATEGORY         PIC X.
           02 CV-AVG-DAYS-TO-PAY  PIC 9(3).
           02 CV-DAYS-BEYOND-TERMS PIC 9(3).
           02 CV-NSF-COUNT        PIC 9(3).
           02 CV-HIGH-BALANCE     PIC 9(7)V99.
           02 CV-CREDIT-LIMIT     PIC 9(7)V99.
           02 CV-SUGGESTED-LIMIT  PIC 9(7)V99.
           02 CV-OPEN-BALANCE     PIC 9(7)V99.
