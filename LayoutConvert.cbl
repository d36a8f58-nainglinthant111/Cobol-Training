           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-BODY             PIC X(46).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-Old-Status       PIC XX.
                           MOVE OLD-EMPLOYEE-RECORD
                               TO EMPLOYEE-MASTER-RECORD(1:115)
                           MOVE "C" TO EM-PAYMENT-METHOD
                           MOVE "H" TO EM-PAY-TYPE
                           WRITE EMPLOYEE-MASTER-RECORD
                           ADD 1 TO WS-Count
                           ADD 1 TO WS-WRITTEN-COUNT
                           ELSE
                               MOVE 0 TO GJ-PERIOD
                           END-IF
                           MOVE SPACES TO GJ-DEPT-CODE
                           WRITE GL-JOURNAL-RECORD
                           ADD 1 TO WS-Count
                           ADD 1 TO WS-WRITTEN-COUNT
