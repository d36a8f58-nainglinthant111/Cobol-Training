           02 PU-PUNCH-TIME       PIC 9(4).
           02 PU-ENTRY-DATE       PIC 9(8).
           02 PU-OPERATOR-ID      PIC X(10).
           02 PU-JOB-CODE         PIC X(6).
           02 PU-HOLD-FLAG        PIC X.
