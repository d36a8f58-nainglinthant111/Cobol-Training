           02 RC-INVOICE-NUMBER   PIC 9(6).
           02 RC-AMOUNT           PIC 9(7)V99.
           02 RC-RECEIPT-TYPE     PIC X.
           02 RC-ORDER-NUMBER     PIC 9(6).
