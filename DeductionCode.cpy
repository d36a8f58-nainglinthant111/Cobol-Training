       01 DEDUCTION-CODE-RECORD.
           02 DC-DEDUCTION-CODE   PIC X(4).
           02 DC-DESCRIPTION      PIC X(20).
           02 DC-PRETAX-FEDERAL   PIC X.
           02 DC-PRETAX-STATE     PIC X.
           02 DC-PRETAX-LOCAL     PIC X.
           02 DC-PRETAX-FICA      PIC X.
           02 DC-RECOVERY-LIMIT   PIC 9(5)V99.
