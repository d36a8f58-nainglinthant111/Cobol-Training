       01 VENDOR-ITEM-RECORD.
           02 VI-VENDOR-ITEM-KEY.
             03 VI-VENDOR-ID      PIC X(5).
             03 VI-PRODUCT-NUMBER PIC 9(5).
           02 VI-VENDOR-PART      PIC X(15).
           02 VI-LAST-COST        PIC 9(5)V99.
           02 VI-MIN-ORDER-QTY    PIC 9(7).
           02 VI-LEAD-DAYS        PIC 9(3).
           02 VI-WRITE-TIMESTAMP  PIC 9(8).
