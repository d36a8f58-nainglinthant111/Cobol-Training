       01 STANDING-ORDER-RECORD.
           02 SO-STANDING-NUMBER  PIC 9(5).
           02 SO-CUSTOMER-ID      PIC 9(5).
           02 SO-SHIP-TO-NUMBER   PIC 9(3).
           02 SO-PRODUCT-NUMBER   PIC 9(5).
           02 SO-QUANTITY         PIC 9(5).
           02 SO-FREQUENCY        PIC X.
           02 SO-RUN-DAY          PIC 99.
           02 SO-SCHEDULE-DATE    PIC 9(8).
           02 SO-NEXT-RUN-DATE    PIC 9(8).
           02 SO-END-DATE         PIC 9(8).
           02 SO-SALESPERSON      PIC X(3).
           02 SO-STATUS           PIC X.
           02 SO-LAST-RUN-DATE    PIC 9(8).
           02 SO-LAST-ORDER-NUMBER PIC 9(6).
