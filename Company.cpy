       01 COMPANY-RECORD.
           02 CO-COMPANY-CODE     PIC XX.
           02 CO-COMPANY-NAME     PIC X(30).
           02 CO-DUE-FROM-ACCOUNT PIC 9(4).
           02 CO-DUE-TO-ACCOUNT   PIC 9(4).
           02 CO-STATUS           PIC X.
