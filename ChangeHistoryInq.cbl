           SELECT ChangeHistoryFile ASSIGN TO "empchanges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT ReviewFile ASSIGN TO "reviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ChangeHistoryFile.
       COPY "EmployeeChange.cpy".

       FD ReviewFile.
       COPY "Review.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHANGE-STATUS    PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-FILTER-FIELD     PIC X(15).
       01 WS-MATCH-COUNT      PIC 9(5) VALUE 0.
       01 WS-SELECTED         PIC X.
       01 WS-REVIEW-STATUS    PIC XX.
       01 WS-REVIEW-COUNT     PIC 9(5) VALUE 0.
       01 WS-RATING-TEXT      PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHANGES LISTED: " WS-MATCH-COUNT.

           CLOSE ChangeHistoryFile.

           IF FILTER-EMPLOYEE
               PERFORM LIST-RATINGS-HISTORY
           END-IF.
           STOP RUN.

       SELECT-CHANGE-ROW.
                   CH-FIELD-NAME "  " CH-OLD-VALUE " " CH-NEW-VALUE
               ADD 1 TO WS-MATCH-COUNT
           END-IF.

       LIST-RATINGS-HISTORY.
           DISPLAY " ".
           DISPLAY "PERFORMANCE RATINGS HISTORY".
           DISPLAY "EMPLOYEE  REVIEWED  REVIEWER  RATING"
               "                  NEXT DUE  STATUS".
           DISPLAY "--------------------------------------------------"
               "--------------------------------------".
           OPEN INPUT ReviewFile.
           IF WS-REVIEW-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE WS-FILTER-EMPLOYEE TO RV-EMPLOYEE-ID
               MOVE ZERO TO RV-REVIEW-DATE
               START ReviewFile KEY NOT < RV-REVIEW-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ ReviewFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RV-EMPLOYEE-ID NOT = WS-FILTER-EMPLOYEE
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM SHOW-REVIEW-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReviewFile
           END-IF.
           DISPLAY "--------------------------------------------------"
               "--------------------------------------".
           DISPLAY "REVIEWS LISTED: " WS-REVIEW-COUNT.

       SHOW-REVIEW-ROW.
           EVALUATE RV-OVERALL-RATING
               WHEN 1
                   MOVE "UNSATISFACTORY" TO WS-RATING-TEXT
               WHEN 2
                   MOVE "NEEDS IMPROVEMENT" TO WS-RATING-TEXT
               WHEN 3
                   MOVE "MEETS" TO WS-RATING-TEXT
               WHEN 4
                   MOVE "EXCEEDS" TO WS-RATING-TEXT
               WHEN 5
                   MOVE "OUTSTANDING" TO WS-RATING-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RATING-TEXT
           END-EVALUATE.
           DISPLAY RV-EMPLOYEE-ID "     " RV-REVIEW-DATE "  "
               RV-REVIEWER-ID "     " RV-OVERALL-RATING " "
               WS-RATING-TEXT "  " RV-NEXT-DUE-DATE "  " RV-STATUS.
           ADD 1 TO WS-REVIEW-COUNT.
