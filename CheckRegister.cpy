           02 CR-PAYEE-NAME       PIC X(20).
           02 CR-CLEARED-FLAG     PIC X.
           02 CR-CLEARED-DATE     PIC 9(8).
           02 CR-COMPANY-CODE     PIC XX.
