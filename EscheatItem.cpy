       01 ESCHEAT-ITEM-RECORD.
           02 UP-CHECK-NUMBER     PIC 9(6).
           02 UP-PAYEE-TYPE       PIC X.
           02 UP-PAYEE-ID         PIC X(10).
           02 UP-PAYEE-NAME       PIC X(20).
           02 UP-AMOUNT           PIC 9(7)V99.
           02 UP-CHECK-DATE       PIC 9(8).
           02 UP-ADDRESS.
             03 UP-STREET         PIC X(22).
             03 UP-CITY           PIC X(22).
             03 UP-STATE          PIC XX.
             03 UP-ZIP-CODE       PIC X(5).
           02 UP-LETTER-DATE      PIC 9(8).
           02 UP-DEADLINE-DATE    PIC 9(8).
           02 UP-RESPONSE-DATE    PIC 9(8).
           02 UP-STATUS           PIC X.
           02 UP-ESCHEAT-DATE     PIC 9(8).
