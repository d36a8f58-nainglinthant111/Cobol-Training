       01 QUOTE-RECORD.
           02 QT-QUOTE-NUMBER     PIC 9(6).
           02 QT-CUSTOMER-ID      PIC 9(5).
           02 QT-PRODUCT-NUMBER   PIC 9(5).
           02 QT-QUANTITY         PIC 9(5).
           02 QT-UNIT-PRICE       PIC 9(5)V99.
           02 QT-PRICE-SOURCE     PIC X(9).
           02 QT-QUOTE-DATE       PIC 9(8).
           02 QT-EXPIRY-DATE      PIC 9(8).
           02 QT-SALESPERSON      PIC X(3).
           02 QT-STATUS           PIC X.
           02 QT-ORDER-NUMBER     PIC 9(6).
