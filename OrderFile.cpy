           02 OR-ORDER-STATUS     PIC X.
           02 OR-SHIPPED-QTY      PIC 9(5).
           02 OR-SALESPERSON      PIC X(3).
           02 OR-SHIP-TO-NUMBER   PIC 9(3).
           02 OR-UNIT-COST        PIC 9(5)V99.
           02 OR-INVOICE-NUMBER   PIC 9(6).
           02 OR-SELL-UOM         PIC X(2).
           02 OR-UOM-FACTOR       PIC 9(5).
