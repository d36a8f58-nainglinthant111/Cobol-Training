       01 STMT-LAYOUT-RECORD.
           02 FS-KEY.
             03 FS-STATEMENT      PIC X.
             03 FS-LINE-NO        PIC 9(4).
           02 FS-LINE-TYPE        PIC X.
           02 FS-DESCRIPTION      PIC X(30).
           02 FS-ACCOUNT-FROM     PIC 9(4).
           02 FS-ACCOUNT-TO       PIC 9(4).
           02 FS-SIGN             PIC X.
           02 FS-TOTAL-LEVEL      PIC 9.
