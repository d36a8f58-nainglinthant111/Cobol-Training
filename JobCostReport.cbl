       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-COST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LaborDistFile ASSIGN TO "labordist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LaborDistFile.
       COPY "LaborDist.cpy".

       FD JobFile.
       COPY "JobMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LABOR-STATUS     PIC XX.
       01 WS-JOB-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-REPORT-MONTH     PIC 9(6).
       01 WS-LABOR-MONTH      PIC 9(6).

       01 WS-JOB-TABLE.
           02 WS-JOB-COUNT PIC 9(3) VALUE 0.
           02 WS-JOB-ENTRY OCCURS 500 TIMES.
             03 WS-JB-CODE          PIC X(6).
             03 WS-JB-NAME          PIC X(20).
             03 WS-JB-BUDGET-HOURS  PIC 9(7)V99.
             03 WS-JB-BUDGET-AMOUNT PIC 9(9)V99.
             03 WS-JB-STATUS        PIC X.
             03 WS-JB-MONTH-HOURS   PIC 9(7)V99.
             03 WS-JB-MONTH-AMOUNT  PIC 9(9)V99.
             03 WS-JB-TODATE-HOURS  PIC 9(7)V99.
             03 WS-JB-TODATE-AMOUNT PIC 9(9)V99.
       01 WS-JOB-SUB          PIC 9(3).
       01 WS-JOB-FOUND        PIC 9(3).
       01 WS-JOB-FULL         PIC X VALUE "N".

       01 WS-HOURS-LEFT       PIC S9(7)V99.
       01 WS-AMOUNT-LEFT      PIC S9(9)V99.
       01 WS-PCT-USED         PIC 9(3)V9.
       01 WS-HOURS-LEFT-OUT   PIC -(7)9.99.
       01 WS-AMOUNT-LEFT-OUT  PIC -(9)9.99.
       01 WS-PCT-USED-OUT     PIC ZZZ9.9.
       01 WS-OVER-FLAG        PIC X(4).
       01 WS-OVER-COUNT       PIC 9(3) VALUE 0.

       01 WS-TOTAL-JOB-HOURS   PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-JOB-AMOUNT  PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEPT-HOURS  PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-DEPT-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-RECORD-COUNT     PIC 9(6) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "JOB-COST-REPORT".
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

           DISPLAY "ENTER REPORT MONTH (YYYYMM): ".
           ACCEPT WS-REPORT-MONTH.

           PERFORM LOAD-JOB-TABLE.

           OPEN INPUT LaborDistFile.
           IF WS-LABOR-STATUS NOT = "00"
               DISPLAY "LABOR DISTRIBUTION FILE NOT AVAILABLE: STATUS "
                   WS-LABOR-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LaborDistFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE LD-PAY-DATE(1:6) TO WS-LABOR-MONTH
                           IF WS-LABOR-MONTH <= WS-REPORT-MONTH
                               PERFORM ACCUMULATE-LABOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LaborDistFile
               IF WS-JOB-FULL = "Y"
                   DISPLAY "MORE THAN 500 JOBS - REPORT INCOMPLETE"
               END-IF
               PERFORM PRINT-JOB-COST-REPORT
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-JOB-TABLE.
           OPEN INPUT JobFile.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "JOB MASTER NOT FOUND - NO BUDGETS AVAILABLE"
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-JOB-COUNT >= 500
                   READ JobFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JOB-COUNT
                           MOVE WS-JOB-COUNT TO WS-JOB-FOUND
                           MOVE JB-JOB-CODE
                               TO WS-JB-CODE(WS-JOB-FOUND)
                           MOVE JB-JOB-NAME
                               TO WS-JB-NAME(WS-JOB-FOUND)
                           MOVE JB-BUDGET-HOURS
                               TO WS-JB-BUDGET-HOURS(WS-JOB-FOUND)
                           MOVE JB-BUDGET-AMOUNT
                               TO WS-JB-BUDGET-AMOUNT(WS-JOB-FOUND)
                           MOVE JB-STATUS
                               TO WS-JB-STATUS(WS-JOB-FOUND)
                           PERFORM CLEAR-JOB-TOTALS
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.
           MOVE "N" TO WS-EOF.

       CLEAR-JOB-TOTALS.
           MOVE 0 TO WS-JB-MONTH-HOURS(WS-JOB-FOUND)
               WS-JB-MONTH-AMOUNT(WS-JOB-FOUND)
               WS-JB-TODATE-HOURS(WS-JOB-FOUND)
               WS-JB-TODATE-AMOUNT(WS-JOB-FOUND).

       ACCUMULATE-LABOR.
           IF WS-LABOR-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
           IF LD-CHARGE-TYPE NOT = "J"
               IF WS-LABOR-MONTH = WS-REPORT-MONTH
                   ADD LD-HOURS TO WS-TOTAL-DEPT-HOURS
                   ADD LD-LABOR-AMOUNT TO WS-TOTAL-DEPT-AMOUNT
               END-IF
           ELSE
               PERFORM FIND-JOB-ENTRY
               IF WS-JOB-FOUND > 0
                   ADD LD-HOURS TO WS-JB-TODATE-HOURS(WS-JOB-FOUND)
                   ADD LD-LABOR-AMOUNT
                       TO WS-JB-TODATE-AMOUNT(WS-JOB-FOUND)
                   IF WS-LABOR-MONTH = WS-REPORT-MONTH
                       ADD LD-HOURS
                           TO WS-JB-MONTH-HOURS(WS-JOB-FOUND)
                       ADD LD-LABOR-AMOUNT
                           TO WS-JB-MONTH-AMOUNT(WS-JOB-FOUND)
                       ADD LD-HOURS TO WS-TOTAL-JOB-HOURS
                       ADD LD-LABOR-AMOUNT TO WS-TOTAL-JOB-AMOUNT
                   END-IF
               END-IF
           END-IF.

       FIND-JOB-ENTRY.
           MOVE 0 TO WS-JOB-FOUND.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   OR WS-JOB-FOUND > 0
               IF WS-JB-CODE(WS-JOB-SUB) = LD-JOB-CODE
                   MOVE WS-JOB-SUB TO WS-JOB-FOUND
               END-IF
           END-PERFORM.
           IF WS-JOB-FOUND = 0
               IF WS-JOB-COUNT < 500
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-FOUND
                   MOVE LD-JOB-CODE TO WS-JB-CODE(WS-JOB-FOUND)
                   MOVE "NOT ON JOB MASTER"
                       TO WS-JB-NAME(WS-JOB-FOUND)
                   MOVE 0 TO WS-JB-BUDGET-HOURS(WS-JOB-FOUND)
                       WS-JB-BUDGET-AMOUNT(WS-JOB-FOUND)
                   MOVE "?" TO WS-JB-STATUS(WS-JOB-FOUND)
                   PERFORM CLEAR-JOB-TOTALS
               ELSE
                   MOVE "Y" TO WS-JOB-FULL
               END-IF
           END-IF.

       PRINT-JOB-COST-REPORT.
           DISPLAY " ".
           DISPLAY "JOB COST REPORT - LABOR AGAINST BUDGET - "
               WS-REPORT-MONTH.
           DISPLAY "========================================"
               "========================================".
           DISPLAY "JOB    DESCRIPTION          S  MONTH HRS"
               "   MONTH DOLLARS  TO-DATE HRS  TO-DATE DOLLARS".
           DISPLAY "                                BUDGET HRS"
               "  HOURS LEFT  BUDGET DOLLARS  DOLLARS LEFT  %USED".
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
               IF WS-JB-TODATE-HOURS(WS-JOB-SUB) > ZERO
                       OR WS-JB-TODATE-AMOUNT(WS-JOB-SUB) > ZERO
                       OR WS-JB-STATUS(WS-JOB-SUB) = "A"
                   PERFORM PRINT-JOB-LINE
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------"
               "----------------------------------------".
           DISPLAY "JOB HOURS THIS MONTH        : " WS-TOTAL-JOB-HOURS.
           DISPLAY "JOB LABOR THIS MONTH        : "
               WS-TOTAL-JOB-AMOUNT.
           DISPLAY "DEPARTMENT HOURS THIS MONTH : "
               WS-TOTAL-DEPT-HOURS.
           DISPLAY "DEPARTMENT LABOR THIS MONTH : "
               WS-TOTAL-DEPT-AMOUNT.
           DISPLAY "DISTRIBUTION RECORDS        : " WS-RECORD-COUNT.
           DISPLAY "JOBS OVER BUDGET            : " WS-OVER-COUNT.

       PRINT-JOB-LINE.
           COMPUTE WS-HOURS-LEFT =
               WS-JB-BUDGET-HOURS(WS-JOB-SUB)
             - WS-JB-TODATE-HOURS(WS-JOB-SUB).
           COMPUTE WS-AMOUNT-LEFT =
               WS-JB-BUDGET-AMOUNT(WS-JOB-SUB)
             - WS-JB-TODATE-AMOUNT(WS-JOB-SUB).
           MOVE 0 TO WS-PCT-USED.
           IF WS-JB-BUDGET-AMOUNT(WS-JOB-SUB) > ZERO
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-JB-TODATE-AMOUNT(WS-JOB-SUB) * 100
                 / WS-JB-BUDGET-AMOUNT(WS-JOB-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT-USED
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-OVER-FLAG.
           IF WS-HOURS-LEFT < ZERO OR WS-AMOUNT-LEFT < ZERO
               MOVE "OVER" TO WS-OVER-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE WS-HOURS-LEFT TO WS-HOURS-LEFT-OUT.
           MOVE WS-AMOUNT-LEFT TO WS-AMOUNT-LEFT-OUT.
           MOVE WS-PCT-USED TO WS-PCT-USED-OUT.
           DISPLAY WS-JB-CODE(WS-JOB-SUB) " "
               WS-JB-NAME(WS-JOB-SUB) " "
               WS-JB-STATUS(WS-JOB-SUB) " "
               WS-JB-MONTH-HOURS(WS-JOB-SUB) " "
               WS-JB-MONTH-AMOUNT(WS-JOB-SUB) " "
               WS-JB-TODATE-HOURS(WS-JOB-SUB) " "
               WS-JB-TODATE-AMOUNT(WS-JOB-SUB).
           DISPLAY "                              "
               WS-JB-BUDGET-HOURS(WS-JOB-SUB) " "
               WS-HOURS-LEFT-OUT " "
               WS-JB-BUDGET-AMOUNT(WS-JOB-SUB) " "
               WS-AMOUNT-LEFT-OUT " "
               WS-PCT-USED-OUT " " WS-OVER-FLAG.
           ADD 1 TO WS-WRITTEN-COUNT.
