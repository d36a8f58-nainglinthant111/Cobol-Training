       01 RosterRecord.
           05 RS-Student-ID     PIC 9(5).
           05 RS-Student-Name   PIC X(20).
