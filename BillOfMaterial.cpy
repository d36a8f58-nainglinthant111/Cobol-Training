       01 BILL-OF-MATERIAL-RECORD.
           02 BM-BOM-KEY.
             03 BM-PARENT-PRODUCT    PIC 9(5).
             03 BM-COMPONENT-PRODUCT PIC 9(5).
           02 BM-QUANTITY-PER     PIC 9(5).
           02 BM-WRITE-TIMESTAMP  PIC 9(8).
