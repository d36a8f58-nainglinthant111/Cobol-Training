           02 TC-APPROVAL-STATUS  PIC X.
           02 TC-APPROVER-ID      PIC X(10).
           02 TC-SHIFT-CODE       PIC 9.
           02 TC-JOB-COUNT        PIC 9.
           02 TC-JOB-SPLIT OCCURS 5 TIMES.
             03 TC-JOB-CODE       PIC X(6).
             03 TC-JOB-HOURS      PIC 99V99.
