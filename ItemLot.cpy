       01 ITEM-LOT-RECORD.
           02 LT-LOT-KEY.
             03 LT-PRODUCT-NUMBER  PIC 9(5).
             03 LT-WAREHOUSE-CODE  PIC X(2).
             03 LT-LOT-NUMBER      PIC X(15).
           02 LT-LOT-CONTROL      PIC X.
           02 LT-EXPIRY-DATE      PIC 9(8).
           02 LT-RECEIVED-DATE    PIC 9(8).
           02 LT-PO-NUMBER        PIC 9(6).
           02 LT-VENDOR           PIC X(5).
           02 LT-ON-HAND-QTY      PIC 9(7).
           02 LT-IN-TRANSIT-QTY   PIC 9(7).
