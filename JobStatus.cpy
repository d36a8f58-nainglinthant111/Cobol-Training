       01 JOB-STATUS-RECORD.
           02 JS-RUN-DATE         PIC 9(8).
           02 JS-RUN-TIME         PIC 9(6).
           02 JS-STEP-NUMBER      PIC 9(2).
           02 JS-PROGRAM-NAME     PIC X(20).
           02 JS-OUTCOME          PIC X.
           02 JS-END-DATE         PIC 9(8).
           02 JS-END-TIME         PIC 9(6).
           02 JS-ELAPSED-SECONDS  PIC 9(6).
           02 JS-RECORD-COUNT     PIC 9(6).
           02 JS-COUNT-REPORTED   PIC X.
           02 JS-SLA-FLAG         PIC X.
