       01 SOD-RULE-RECORD.
           02 SR-RULE-ID          PIC X(4).
           02 SR-FUNCTION-A       PIC X(20).
           02 SR-FUNCTION-B       PIC X(20).
           02 SR-DESCRIPTION      PIC X(30).
           02 SR-STATUS           PIC X.
