       01 TRADING-PARTNER-RECORD.
           02 TP-CUSTOMER-ID      PIC 9(5).
           02 TP-QUALIFIER        PIC X(2).
           02 TP-PARTNER-ID       PIC X(15).
           02 TP-SEND-856         PIC X.
           02 TP-SEND-810         PIC X.
           02 TP-EFFECTIVE-DATE   PIC 9(8).
           02 TP-STATUS           PIC X.
