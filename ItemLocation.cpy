       01 ITEM-LOCATION-RECORD.
           02 IL-LOCATION-KEY.
             03 IL-PRODUCT-NUMBER  PIC 9(5).
             03 IL-WAREHOUSE-CODE  PIC X(2).
           02 IL-ON-HAND-QTY      PIC 9(7).
           02 IL-IN-TRANSIT-QTY   PIC 9(7).
           02 IL-REORDER-POINT    PIC 9(7).
           02 IL-REORDER-QTY      PIC 9(7).
           02 IL-BIN-LOCATION     PIC X(8).
           02 IL-WRITE-TIMESTAMP  PIC 9(8).
