       01 EDI-SENT-RECORD.
           02 ES-DOC-TYPE         PIC X(3).
           02 ES-DOC-KEY          PIC 9(6).
           02 ES-DOC-DATE         PIC 9(8).
           02 ES-CUSTOMER-ID      PIC 9(5).
           02 ES-PARTNER-ID       PIC X(15).
           02 ES-SENT-DATE        PIC 9(8).
           02 ES-SENT-TIME        PIC 9(6).
           02 ES-INTERCHANGE      PIC 9(9).
           02 ES-SET-CONTROL      PIC 9(4).
           02 ES-LINE-COUNT       PIC 9(3).
           02 ES-AMOUNT           PIC 9(7)V99.
