       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-OVERDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ReviewFile ASSIGN TO "reviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD ReviewFile.
       COPY "Review.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-REVIEW-STATUS    PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-AS-OF-DATE       PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-MANAGER-ID       PIC 9(5).

       01 WS-REVIEW-TABLE.
           02 WS-REV-COUNT PIC 9(4) VALUE 0.
           02 WS-REV-ENTRY OCCURS 5000 TIMES.
             03 WS-REV-EMPLOYEE  PIC 9(5).
             03 WS-REV-LAST-DATE PIC 9(8).
             03 WS-REV-NEXT-DUE  PIC 9(8).
             03 WS-REV-PENDING   PIC X.
       01 WS-REV-SUB          PIC 9(4).
       01 WS-REV-FOUND        PIC 9(4).
       01 WS-DROPPED-COUNT    PIC 9(5) VALUE 0.

       01 WS-FROM-DATE        PIC 9(8).
       01 WS-NEXT-DUE         PIC 9(8).
       01 WS-DUE-YEAR         PIC 9(4).
       01 WS-LAST-REVIEW      PIC 9(8).
       01 WS-PENDING-NOTE     PIC X(16).
       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-REPORT-MANAGER   PIC 9(5).
       01 WS-CHECKED-COUNT    PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "REVIEW-OVERDUE".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER AS-OF DATE (YYYYMMDD, 0 = TODAY): "
               ACCEPT WS-AS-OF-DATE
               IF WS-AS-OF-DATE = ZERO
                   MOVE WS-START-DATE TO WS-AS-OF-DATE
               END-IF
               CALL "DATE-VALIDATE" USING WS-AS-OF-DATE WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           DISPLAY "ENTER MANAGER EMPLOYEE ID (0 = ALL MANAGERS): ".
           ACCEPT WS-MANAGER-ID.

           PERFORM LOAD-REVIEWS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "OVERDUE PERFORMANCE REVIEWS AS OF " WS-AS-OF-DATE.
           DISPLAY "MGR    EMPL   NAME                  DEPT "
               "LAST REV  DUE DATE".
           DISPLAY "------------------------------------------------"
               "----------------------------".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EM-EMPLOYEE-STATUS = "A"
                               AND (WS-MANAGER-ID = ZERO
                                   OR EM-MANAGER-ID = WS-MANAGER-ID)
                           PERFORM CHECK-REVIEW-DUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

           DISPLAY "------------------------------------------------"
               "----------------------------".
           DISPLAY "EMPLOYEES CHECKED: " WS-CHECKED-COUNT
               "  REVIEWS OVERDUE: " WS-OVERDUE-COUNT.
           IF WS-DROPPED-COUNT > 0
               DISPLAY "WARNING - REVIEW TABLE FULL: "
                   WS-DROPPED-COUNT " EMPLOYEE(S) WITH REVIEWS NOT "
                   "LOADED - DUE DATES TAKEN FROM HIRE DATE"
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       CHECK-REVIEW-DUE.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE EM-EMPLOYEE-ID-PACKED TO WS-EMPLOYEE-ID.
           PERFORM FIND-REVIEW-ENTRY.
           MOVE ZERO TO WS-LAST-REVIEW.
           MOVE SPACES TO WS-PENDING-NOTE.
           IF WS-REV-FOUND > 0
                   AND WS-REV-NEXT-DUE(WS-REV-FOUND) NOT = ZERO
               MOVE WS-REV-LAST-DATE(WS-REV-FOUND) TO WS-LAST-REVIEW
               MOVE WS-REV-NEXT-DUE(WS-REV-FOUND) TO WS-NEXT-DUE
           ELSE
               MOVE ZERO TO WS-FROM-DATE
               PERFORM SET-NEXT-ANNIVERSARY
           END-IF.
           IF WS-REV-FOUND > 0
               IF WS-REV-PENDING(WS-REV-FOUND) = "Y"
                   MOVE "REVIEW PENDING" TO WS-PENDING-NOTE
               END-IF
           END-IF.
           IF WS-NEXT-DUE < WS-AS-OF-DATE
               MOVE EM-MANAGER-ID TO WS-REPORT-MANAGER
               DISPLAY WS-REPORT-MANAGER "  " WS-EMPLOYEE-ID "  "
                   EM-FIRST-NAME " " EM-LAST-NAME " "
                   EM-DEPT-CODE " " WS-LAST-REVIEW "  "
                   WS-NEXT-DUE "  " WS-PENDING-NOTE
               ADD 1 TO WS-OVERDUE-COUNT
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       FIND-REVIEW-ENTRY.
           MOVE 0 TO WS-REV-FOUND.
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF WS-REV-EMPLOYEE(WS-REV-SUB) = WS-EMPLOYEE-ID
                   MOVE WS-REV-SUB TO WS-REV-FOUND
                   MOVE WS-REV-COUNT TO WS-REV-SUB
               END-IF
           END-PERFORM.

       LOAD-REVIEWS.
           OPEN INPUT ReviewFile.
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "NO REVIEWS ON FILE - ALL DUE DATES TAKEN "
                   "FROM HIRE DATE"
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ReviewFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RV-STATUS = "C" OR RV-STATUS = "P"
                               PERFORM NOTE-REVIEW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReviewFile
           END-IF.

       NOTE-REVIEW.
           MOVE RV-EMPLOYEE-ID TO WS-EMPLOYEE-ID.
           IF WS-REV-COUNT > 0
                   AND WS-REV-EMPLOYEE(WS-REV-COUNT) = WS-EMPLOYEE-ID
               MOVE WS-REV-COUNT TO WS-REV-FOUND
           ELSE
               MOVE 0 TO WS-REV-FOUND
               IF WS-REV-COUNT < 5000
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-FOUND
                   MOVE WS-EMPLOYEE-ID
                       TO WS-REV-EMPLOYEE(WS-REV-FOUND)
                   MOVE ZERO TO WS-REV-LAST-DATE(WS-REV-FOUND)
                   MOVE ZERO TO WS-REV-NEXT-DUE(WS-REV-FOUND)
                   MOVE "N" TO WS-REV-PENDING(WS-REV-FOUND)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
           IF WS-REV-FOUND > 0
               IF RV-STATUS = "C"
                   MOVE RV-REVIEW-DATE
                       TO WS-REV-LAST-DATE(WS-REV-FOUND)
                   MOVE RV-NEXT-DUE-DATE
                       TO WS-REV-NEXT-DUE(WS-REV-FOUND)
                   MOVE "N" TO WS-REV-PENDING(WS-REV-FOUND)
               ELSE
                   MOVE "Y" TO WS-REV-PENDING(WS-REV-FOUND)
               END-IF
           END-IF.

       SET-NEXT-ANNIVERSARY.
           IF WS-FROM-DATE = ZERO
               COMPUTE WS-FROM-DATE =
                   (EM-HIRE-YEAR * 10000)
                 + (EM-HIRE-MONTH * 100)
                 + EM-HIRE-DAY
           END-IF.
           MOVE WS-FROM-DATE(1:4) TO WS-DUE-YEAR.
           COMPUTE WS-NEXT-DUE =
               (WS-DUE-YEAR * 10000)
             + (EM-HIRE-MONTH * 100)
             + EM-HIRE-DAY.
           IF WS-NEXT-DUE <= WS-FROM-DATE
               ADD 1 TO WS-DUE-YEAR
               COMPUTE WS-NEXT-DUE =
                   (WS-DUE-YEAR * 10000)
                 + (EM-HIRE-MONTH * 100)
                 + EM-HIRE-DAY
           END-IF.
           CALL "DATE-VALIDATE" USING WS-NEXT-DUE WS-DATE-OK.
           IF WS-DATE-OK NOT = "Y"
               IF EM-HIRE-MONTH = 2 AND EM-HIRE-DAY = 29
                   SUBTRACT 1 FROM WS-NEXT-DUE
               ELSE
                   COMPUTE WS-NEXT-DUE =
                       WS-FROM-DATE + 10000
               END-IF
           END-IF.
