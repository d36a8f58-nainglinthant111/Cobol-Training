       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATING-DISTRIBUTION.

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
       01 WS-REVIEW-YEAR      PIC 9(4).

       01 WS-RATING-TABLE.
           02 WS-RAT-COUNT PIC 9(4) VALUE 0.
           02 WS-RAT-ENTRY OCCURS 5000 TIMES.
             03 WS-RAT-EMPLOYEE PIC 9(5).
             03 WS-RAT-RATING   PIC 9.
       01 WS-RAT-SUB          PIC 9(4).
       01 WS-RAT-FOUND        PIC 9(4).
       01 WS-DROPPED-COUNT    PIC 9(5) VALUE 0.
       01 WS-EMPLOYEE-ID      PIC 9(5).

       01 WS-GROUP-TABLE.
           02 WS-GRP-COUNT PIC 9(3) VALUE 0.
           02 WS-GRP-ENTRY OCCURS 300 TIMES.
             03 WS-GRP-DEPT     PIC X(4).
             03 WS-GRP-GRADE    PIC X(3).
             03 WS-GRP-RATED OCCURS 5 TIMES PIC 9(5).
             03 WS-GRP-TOTAL    PIC 9(5).
             03 WS-GRP-SUM      PIC 9(6).
       01 WS-GRP-SUB          PIC 9(3).
       01 WS-GRP-FOUND        PIC 9(3).
       01 WS-GRP-INSERT       PIC 9(3).
       01 WS-GROUP-KEY.
           02 WS-KEY-DEPT     PIC X(4).
           02 WS-KEY-GRADE    PIC X(3).
       01 WS-ENTRY-KEY.
           02 WS-ENTRY-DEPT   PIC X(4).
           02 WS-ENTRY-GRADE  PIC X(3).
       01 WS-GROUP-FULL       PIC 9(5) VALUE 0.

       01 WS-LINE-TOTALS.
           02 WS-LINE-RATED OCCURS 5 TIMES PIC 9(5).
           02 WS-LINE-TOTAL   PIC 9(5).
           02 WS-LINE-SUM     PIC 9(6).
       01 WS-DEPT-TOTALS.
           02 WS-DEPT-RATED OCCURS 5 TIMES PIC 9(5).
           02 WS-DEPT-TOTAL   PIC 9(5).
           02 WS-DEPT-SUM     PIC 9(6).
       01 WS-COMPANY-TOTALS.
           02 WS-CO-RATED OCCURS 5 TIMES PIC 9(5).
           02 WS-CO-TOTAL     PIC 9(5).
           02 WS-CO-SUM       PIC 9(6).
       01 WS-R                PIC 9.
       01 WS-CURRENT-DEPT     PIC X(4).
       01 WS-AVERAGE          PIC 9V99.
       01 WS-PERCENT          PIC 9(3)V9.
       01 WS-PERCENT-LINE.
           02 WS-PCT OCCURS 5 TIMES.
             03 WS-PCT-EDIT   PIC ZZ9.9.
             03 FILLER        PIC X(2) VALUE SPACES.
       01 WS-COUNT-LINE.
           02 WS-CNT OCCURS 5 TIMES.
             03 WS-CNT-EDIT   PIC ZZZZ9.
             03 FILLER        PIC X(2) VALUE SPACES.
       01 WS-TOTAL-EDIT       PIC ZZZZ9.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "RATING-DISTRIBUTION".
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

           DISPLAY "ENTER REVIEW YEAR (YYYY, 0 = LATEST RATING OF "
               "EACH ACTIVE EMPLOYEE): ".
           ACCEPT WS-REVIEW-YEAR.

           PERFORM LOAD-RATINGS.
           IF WS-RAT-COUNT = 0
               DISPLAY "NO COMPLETED REVIEWS FOR THE SELECTION"
           ELSE
               PERFORM BUILD-GROUPS
               IF WS-GRP-COUNT = 0
                   DISPLAY "NO RATED EMPLOYEES FOUND ON THE MASTER"
               ELSE
                   PERFORM PRINT-DISTRIBUTION
               END-IF
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-RATINGS.
           OPEN INPUT ReviewFile.
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "REVIEW FILE NOT AVAILABLE: STATUS "
                   WS-REVIEW-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ReviewFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RV-STATUS = "C"
                                   AND RV-OVERALL-RATING >= 1
                                   AND RV-OVERALL-RATING <= 5
                                   AND (WS-REVIEW-YEAR = ZERO
                                       OR RV-REVIEW-DATE(1:4)
                                           = WS-REVIEW-YEAR)
                               PERFORM NOTE-RATING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReviewFile
           END-IF.

       NOTE-RATING.
           IF WS-RAT-COUNT > 0
                   AND WS-RAT-EMPLOYEE(WS-RAT-COUNT) = RV-EMPLOYEE-ID
               MOVE RV-OVERALL-RATING TO WS-RAT-RATING(WS-RAT-COUNT)
           ELSE
               IF WS-RAT-COUNT < 5000
                   ADD 1 TO WS-RAT-COUNT
                   MOVE RV-EMPLOYEE-ID
                       TO WS-RAT-EMPLOYEE(WS-RAT-COUNT)
                   MOVE RV-OVERALL-RATING
                       TO WS-RAT-RATING(WS-RAT-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       BUILD-GROUPS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-REVIEW-YEAR NOT = ZERO
                               OR EM-EMPLOYEE-STATUS = "A"
                           PERFORM TALLY-EMPLOYEE-RATING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

       TALLY-EMPLOYEE-RATING.
           MOVE EM-EMPLOYEE-ID-PACKED TO WS-EMPLOYEE-ID.
           MOVE 0 TO WS-RAT-FOUND.
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
                   UNTIL WS-RAT-SUB > WS-RAT-COUNT
               IF WS-RAT-EMPLOYEE(WS-RAT-SUB) = WS-EMPLOYEE-ID
                   MOVE WS-RAT-SUB TO WS-RAT-FOUND
                   MOVE WS-RAT-COUNT TO WS-RAT-SUB
               END-IF
           END-PERFORM.
           IF WS-RAT-FOUND > 0
               MOVE EM-DEPT-CODE TO WS-KEY-DEPT
               MOVE EM-PAY-GRADE TO WS-KEY-GRADE
               PERFORM FIND-GROUP-ENTRY
               IF WS-GRP-FOUND > 0
                   MOVE WS-RAT-RATING(WS-RAT-FOUND) TO WS-R
                   ADD 1 TO WS-GRP-RATED(WS-GRP-FOUND, WS-R)
                   ADD 1 TO WS-GRP-TOTAL(WS-GRP-FOUND)
                   ADD WS-R TO WS-GRP-SUM(WS-GRP-FOUND)
               END-IF
           END-IF.

       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GRP-FOUND.
           MOVE 0 TO WS-GRP-INSERT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
                   OR WS-GRP-FOUND > 0 OR WS-GRP-INSERT > 0
               MOVE WS-GRP-DEPT(WS-GRP-SUB) TO WS-ENTRY-DEPT
               MOVE WS-GRP-GRADE(WS-GRP-SUB) TO WS-ENTRY-GRADE
               IF WS-ENTRY-KEY = WS-GROUP-KEY
                   MOVE WS-GRP-SUB TO WS-GRP-FOUND
               ELSE
                   IF WS-ENTRY-KEY > WS-GROUP-KEY
                       MOVE WS-GRP-SUB TO WS-GRP-INSERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-FOUND = 0
               IF WS-GRP-COUNT >= 300
                   ADD 1 TO WS-GROUP-FULL
               ELSE
                   IF WS-GRP-INSERT = 0
                       COMPUTE WS-GRP-INSERT = WS-GRP-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-GRP-SUB FROM WS-GRP-COUNT BY -1
                           UNTIL WS-GRP-SUB < WS-GRP-INSERT
                       MOVE WS-GRP-ENTRY(WS-GRP-SUB)
                           TO WS-GRP-ENTRY(WS-GRP-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-INSERT TO WS-GRP-FOUND
                   MOVE WS-KEY-DEPT TO WS-GRP-DEPT(WS-GRP-FOUND)
                   MOVE WS-KEY-GRADE TO WS-GRP-GRADE(WS-GRP-FOUND)
                   PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
                       MOVE 0 TO WS-GRP-RATED(WS-GRP-FOUND, WS-R)
                   END-PERFORM
                   MOVE 0 TO WS-GRP-TOTAL(WS-GRP-FOUND)
                   MOVE 0 TO WS-GRP-SUM(WS-GRP-FOUND)
               END-IF
           END-IF.

       PRINT-DISTRIBUTION.
           DISPLAY " ".
           IF WS-REVIEW-YEAR = ZERO
               DISPLAY "PERFORMANCE RATING DISTRIBUTION - LATEST "
                   "RATING, ACTIVE EMPLOYEES"
           ELSE
               DISPLAY "PERFORMANCE RATING DISTRIBUTION - REVIEWS "
                   "COMPLETED IN " WS-REVIEW-YEAR
           END-IF.
           DISPLAY "RATINGS: 1=UNSATISFACTORY 2=NEEDS IMPROVEMENT "
               "3=MEETS 4=EXCEEDS 5=OUTSTANDING".
           DISPLAY " ".
           DISPLAY "DEPT GRD       1      2      3      4      5  "
               "TOTAL  AVG".
           DISPLAY "------------------------------------------------"
               "------------".
           INITIALIZE WS-COMPANY-TOTALS.
           INITIALIZE WS-DEPT-TOTALS.
           MOVE WS-GRP-DEPT(1) TO WS-CURRENT-DEPT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-DEPT(WS-GRP-SUB) NOT = WS-CURRENT-DEPT
                   PERFORM PRINT-DEPT-TOTAL
                   MOVE WS-GRP-DEPT(WS-GRP-SUB) TO WS-CURRENT-DEPT
               END-IF
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
                   MOVE WS-GRP-RATED(WS-GRP-SUB, WS-R)
                       TO WS-LINE-RATED(WS-R)
                   ADD WS-GRP-RATED(WS-GRP-SUB, WS-R)
                       TO WS-DEPT-RATED(WS-R)
               END-PERFORM
               MOVE WS-GRP-TOTAL(WS-GRP-SUB) TO WS-LINE-TOTAL
               MOVE WS-GRP-SUM(WS-GRP-SUB) TO WS-LINE-SUM
               ADD WS-GRP-TOTAL(WS-GRP-SUB) TO WS-DEPT-TOTAL
               ADD WS-GRP-SUM(WS-GRP-SUB) TO WS-DEPT-SUM
               PERFORM EDIT-LINE-TOTALS
               DISPLAY WS-GRP-DEPT(WS-GRP-SUB) " "
                   WS-GRP-GRADE(WS-GRP-SUB) "   " WS-COUNT-LINE
                   WS-TOTAL-EDIT "  " WS-AVERAGE
               ADD 1 TO WS-WRITTEN-COUNT
           END-PERFORM.
           PERFORM PRINT-DEPT-TOTAL.
           DISPLAY "================================================"
               "============".
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
               MOVE WS-CO-RATED(WS-R) TO WS-LINE-RATED(WS-R)
           END-PERFORM.
           MOVE WS-CO-TOTAL TO WS-LINE-TOTAL.
           MOVE WS-CO-SUM TO WS-LINE-SUM.
           PERFORM EDIT-LINE-TOTALS.
           DISPLAY "COMPANY    " WS-COUNT-LINE WS-TOTAL-EDIT "  "
               WS-AVERAGE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-CO-RATED(WS-R) * 100) / WS-CO-TOTAL
               MOVE WS-PERCENT TO WS-PCT-EDIT(WS-R)
           END-PERFORM.
           DISPLAY "PERCENT    " WS-PERCENT-LINE.
           IF WS-DROPPED-COUNT > 0 OR WS-GROUP-FULL > 0
               DISPLAY "WARNING - TABLE FULL: "
                   WS-DROPPED-COUNT " EMPLOYEE(S) AND "
                   WS-GROUP-FULL " RATING(S) NOT COUNTED"
           END-IF.

       PRINT-DEPT-TOTAL.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
               MOVE WS-DEPT-RATED(WS-R) TO WS-LINE-RATED(WS-R)
               ADD WS-DEPT-RATED(WS-R) TO WS-CO-RATED(WS-R)
           END-PERFORM.
           MOVE WS-DEPT-TOTAL TO WS-LINE-TOTAL.
           MOVE WS-DEPT-SUM TO WS-LINE-SUM.
           ADD WS-DEPT-TOTAL TO WS-CO-TOTAL.
           ADD WS-DEPT-SUM TO WS-CO-SUM.
           PERFORM EDIT-LINE-TOTALS.
           DISPLAY WS-CURRENT-DEPT " ALL " WS-COUNT-LINE
               WS-TOTAL-EDIT "  " WS-AVERAGE.
           DISPLAY " ".
           INITIALIZE WS-DEPT-TOTALS.

       EDIT-LINE-TOTALS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 5
               MOVE WS-LINE-RATED(WS-R) TO WS-CNT-EDIT(WS-R)
           END-PERFORM.
           MOVE WS-LINE-TOTAL TO WS-TOTAL-EDIT.
           IF WS-LINE-TOTAL = ZERO
               MOVE ZERO TO WS-AVERAGE
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-LINE-SUM / WS-LINE-TOTAL
           END-IF.
