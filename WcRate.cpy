       01 WC-RATE-RECORD.
           02 WR-CLASS-CODE       PIC X(4).
           02 WR-STATE            PIC XX.
           02 WR-EFFECTIVE-DATE   PIC 9(8).
           02 WR-DESCRIPTION      PIC X(30).
           02 WR-RATE             PIC 9(3)V9999.
