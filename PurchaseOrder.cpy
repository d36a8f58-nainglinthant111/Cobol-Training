           02 PO-ORDER-DATE       PIC 9(8).
           02 PO-DUE-DATE         PIC 9(8).
           02 PO-STATUS           PIC X.
           02 PO-PURCHASE-UOM     PIC X(2).
           02 PO-UOM-FACTOR       PIC 9(5).
           02 PO-UNIT-COST        PIC 9(5)V99.
