       01 DEPOSIT-RECORD.
           02 DE-CUSTOMER-ID      PIC 9(5).
           02 DE-ORDER-NUMBER     PIC 9(6).
           02 DE-ENTRY-DATE       PIC 9(8).
           02 DE-ENTRY-TYPE       PIC X.
           02 DE-AMOUNT           PIC 9(7)V99.
           02 DE-INVOICE-NUMBER   PIC 9(6).
