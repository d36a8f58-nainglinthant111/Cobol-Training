           02 VO-DUE-DATE         PIC 9(8).
           02 VO-STATUS           PIC X.
           02 VO-CHECK-NUMBER     PIC 9(6).
           02 VO-COMPANY-CODE     PIC XX.
