       01 BENEFIT-PLAN-RECORD.
           02 BP-PLAN-CODE        PIC X(6).
           02 BP-PLAN-NAME        PIC X(20).
           02 BP-RATE-EE          PIC 9(5)V99.
           02 BP-RATE-ES          PIC 9(5)V99.
           02 BP-RATE-EC          PIC 9(5)V99.
           02 BP-RATE-FA          PIC 9(5)V99.
           02 BP-CHILD-AGE-LIMIT  PIC 99.
           02 BP-STATUS           PIC X.
