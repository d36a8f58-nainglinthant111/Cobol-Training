       01 OPS-SUMMARY-RECORD.
           02 OS-RUN-DATE         PIC 9(8).
           02 OS-RUN-TIME         PIC 9(6).
           02 OS-EXCEPTION-COUNT  PIC 9(5).
