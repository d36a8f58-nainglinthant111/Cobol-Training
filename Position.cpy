       01 POSITION-RECORD.
           02 PN-POSITION-NUMBER  PIC 9(5).
           02 PN-DEPT-CODE        PIC X(4).
           02 PN-PAY-GRADE        PIC X(3).
           02 PN-TITLE            PIC X(20).
           02 PN-BUDGETED-FTE     PIC 9V99.
           02 PN-INCUMBENT-ID     PIC 9(5).
           02 PN-STATUS           PIC X.
           02 PN-FILLED-DATE      PIC 9(8).
           02 PN-VACATED-DATE     PIC 9(8).
