           02 EM-PRENOTE-DATE     PIC 9(8).
           02 EM-WORK-STATE       PIC XX.
           02 EM-DEPT-CODE        PIC X(4).
           02 EM-PAY-TYPE         PIC X.
           02 EM-SSN              PIC 9(9).
           02 EM-HOME-ADDRESS.
             03 EM-STREET        PIC X(22).
             03 EM-CITY          PIC X(22).
             03 EM-HOME-STATE    PIC XX.
             03 EM-ZIP-CODE      PIC X(5).
           02 EM-WC-CLASS-CODE    PIC X(4).
           02 EM-COMPANY-CODE     PIC XX.
