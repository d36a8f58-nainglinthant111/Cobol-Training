       01 FIXED-ASSET-RECORD.
           02 FA-ASSET-NO         PIC 9(6).
           02 FA-DESCRIPTION      PIC X(30).
           02 FA-DEPT-CODE        PIC X(4).
           02 FA-ACQ-DATE         PIC 9(8).
           02 FA-COST             PIC 9(9)V99.
           02 FA-LIFE-MONTHS      PIC 9(3).
           02 FA-METHOD           PIC X.
           02 FA-SALVAGE          PIC 9(9)V99.
           02 FA-ACCUM-DEPR       PIC 9(9)V99.
           02 FA-MONTHS-TAKEN     PIC 9(3).
           02 FA-LAST-DEPR-PERIOD PIC 9(6).
           02 FA-DISPOSAL-DATE    PIC 9(8).
           02 FA-PROCEEDS         PIC 9(9)V99.
           02 FA-STATUS           PIC X.
