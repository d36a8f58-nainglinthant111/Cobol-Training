       01 WS-TIMECARD-TABLE.
           02 WS-CARD-COUNT   PIC 9(4) VALUE 0.
           02 WS-CARD-ENTRY OCCURS 2000 TIMES.
             03 WS-CARD-IMAGE PIC X(120).
       01 WS-SUB              PIC 9(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "TIMECARD-APPROVAL".
