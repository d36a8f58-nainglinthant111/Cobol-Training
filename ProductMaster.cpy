           02 PM-UNIT-COST        PIC 9(5)V99.
           02 PM-STATUS-CODE      PIC X.
           02 PM-REPLACEMENT-PRODUCT PIC 9(5).
           02 PM-LOT-CONTROL      PIC X.
           02 PM-KIT-TYPE         PIC X.
           02 PM-STOCK-UOM        PIC X(2).
           02 PM-PURCHASE-UOM     PIC X(2).
           02 PM-SELL-UOM         PIC X(2).
