           02 IV-INVOICE-TYPE     PIC X.
           02 IV-SALESPERSON      PIC X(3).
           02 IV-COMMISSION-PAID  PIC X.
           02 IV-FREIGHT-AMOUNT   PIC 9(7)V99.
           02 IV-FREIGHT-TAXED    PIC X.
           02 IV-RETURN-PRODUCT   PIC 9(5).
