       01 PAY-SELECTION-RECORD.
           02 SL-VOUCHER-NO       PIC 9(6).
           02 SL-VENDOR-ID        PIC X(5).
           02 SL-DUE-DATE         PIC 9(8).
           02 SL-AMOUNT           PIC 9(7)V99.
           02 SL-DISCOUNT         PIC 9(7)V99.
           02 SL-DISC-DATE        PIC 9(8).
           02 SL-RUN-DATE         PIC 9(8).
           02 SL-STATUS           PIC X.
           02 SL-PROPOSED-BY      PIC X(10).
           02 SL-APPROVED-BY      PIC X(10).
