       01 CREDENTIAL-RECORD.
           02 CL-EMPLOYEE-ID       PIC 9(5).
           02 CL-CREDENTIAL-TYPE   PIC X(4).
           02 CL-CREDENTIAL-NUMBER PIC X(20).
           02 CL-ISSUE-DATE        PIC 9(8).
           02 CL-EXPIRY-DATE       PIC 9(8).
           02 CL-REQUIRED-FLAG     PIC X.
           02 CL-STATUS            PIC X.
           02 CL-ENTRY-DATE        PIC 9(8).
           02 CL-OPERATOR-ID       PIC X(10).
