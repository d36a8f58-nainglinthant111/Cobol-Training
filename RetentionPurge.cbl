       01 WS-Keep-Table.
           02 WS-Keep-Count PIC 9(4) VALUE 0.
           02 WS-Keep-Entry OCCURS 2000 TIMES.
             03 WS-Keep-Image PIC X(400).
       01 WS-Keep-Sub         PIC 9(4).
       01 WS-ARCHIVED-COUNT   PIC 9(6).
       01 WS-KEPT-COUNT       PIC 9(6).
