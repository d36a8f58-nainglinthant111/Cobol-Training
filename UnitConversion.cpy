       01 UNIT-CONVERSION-RECORD.
           02 UC-CONVERSION-KEY.
             03 UC-PRODUCT-NUMBER PIC 9(5).
             03 UC-UOM            PIC X(2).
           02 UC-FACTOR           PIC 9(5).
           02 UC-WRITE-TIMESTAMP  PIC 9(8).
