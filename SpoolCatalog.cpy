           02 SC-PAGE-COUNT       PIC 9(5).
           02 SC-STATUS           PIC X.
           02 SC-MIN-LEVEL        PIC 9.
           02 SC-CSV-FILE-NAME    PIC X(20).
           02 SC-CSV-STATUS       PIC X.
