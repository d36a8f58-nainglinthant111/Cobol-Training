       01 LOT-SHIPMENT-RECORD.
           02 LS-LOT-NUMBER       PIC X(15).
           02 LS-PRODUCT-NUMBER   PIC 9(5).
           02 LS-WAREHOUSE-CODE   PIC X(2).
           02 LS-MOVEMENT-TYPE    PIC X.
           02 LS-ORDER-NUMBER     PIC 9(6).
           02 LS-CUSTOMER-ID      PIC 9(5).
           02 LS-SHIP-TO-NUMBER   PIC 9(3).
           02 LS-SHIP-DATE        PIC 9(8).
           02 LS-QUANTITY         PIC 9(5).
           02 LS-EXPIRY-DATE      PIC 9(8).
           02 LS-INVOICE-NUMBER   PIC 9(6).
