       01 SHIPMENT-RECORD.
           02 SM-ORDER-NUMBER     PIC 9(6).
           02 SM-CUSTOMER-ID      PIC 9(5).
           02 SM-SHIP-DATE        PIC 9(8).
           02 SM-CARRIER          PIC X(10).
           02 SM-TRACKING-NUMBER  PIC X(20).
           02 SM-WEIGHT           PIC 9(5)V9.
           02 SM-ZONE             PIC 9.
           02 SM-FREIGHT-CHARGE   PIC 9(5)V99.
           02 SM-FREIGHT-COST     PIC 9(5)V99.
           02 SM-RATE-SOURCE      PIC X.
           02 SM-BILLED           PIC X.
           02 SM-INVOICE-NUMBER   PIC 9(6).
