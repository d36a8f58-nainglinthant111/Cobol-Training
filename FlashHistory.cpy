       01 FLASH-HISTORY-RECORD.
           02 FH-BUSINESS-DATE    PIC 9(8).
           02 FH-RUN-DATE         PIC 9(8).
           02 FH-AR-BALANCE       PIC 9(9)V99.
           02 FH-AR-OVER-90       PIC 9(9)V99.
           02 FH-INVENTORY-VALUE  PIC 9(11)V99.
           02 FH-OPEN-PO-VALUE    PIC 9(11)V99.
           02 FH-HEADCOUNT        PIC 9(5).
           02 FH-EXCEPTIONS       PIC 9(5).
