           02 VN-TERMS-DAYS       PIC 9(3).
           02 VN-1099-FLAG        PIC X.
           02 VN-STATUS           PIC X.
           02 VN-DISC-PCT         PIC 9V99.
           02 VN-DISC-DAYS        PIC 9(3).
           02 VN-ADDRESS.
             03 VN-STREET         PIC X(22).
             03 VN-CITY           PIC X(22).
             03 VN-STATE          PIC XX.
             03 VN-ZIP-CODE       PIC X(5).
           02 VN-TIN              PIC 9(9).
           02 VN-TIN-TYPE         PIC X.
           02 VN-LEGAL-NAME       PIC X(40).
           02 VN-1099-BOX         PIC X.
