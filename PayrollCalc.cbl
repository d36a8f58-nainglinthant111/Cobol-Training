       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TimecardFile ASSIGN TO "timecards.dat"
           SELECT ShiftDiffFile ASSIGN TO "shiftdiff.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT DeductionCodeFile ASSIGN TO "dedcodes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDCODE-STATUS.
           SELECT ArrearsFile ASSIGN TO "arrears.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
           SELECT LoanFile ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LoanActivityFile ASSIGN TO "loanactivity.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-ACTIVITY-STATUS.
           SELECT LaborDistFile ASSIGN TO "labordist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
           SELECT ExpenseClaimFile ASSIGN TO "expenseclaims.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT ProgressFile ASSIGN TO "payrollprogress.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROGRESS-STATUS.
           SELECT CsvFile ASSIGN TO "payregister.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD LaborDistFile.
       COPY "LaborDist.cpy".

       FD FederalTaxFile.
       01 FEDERAL-TAX-RECORD.
           02 FTX-BRACKET-FLOOR   PIC 9(7)V99.
           02 SD-SHIFT-CODE       PIC 9.
           02 SD-DIFF-RATE        PIC 9(3)V99.

       FD DeductionCodeFile.
       COPY "DeductionCode.cpy".

       FD ArrearsFile.
       COPY "DeductionArrears.cpy".

       FD LoanFile.
       COPY "LoanMaster.cpy".

       FD LoanActivityFile.
       COPY "LoanActivity.cpy".

       FD ExpenseClaimFile.
       COPY "ExpenseClaim.cpy".

       FD ProgressFile.
       01 PAYROLL-PROGRESS-RECORD.
           02 PR-PERIOD-NUMBER    PIC 9(4).
           02 PR-RETIRE-DED       PIC 9(9)V99.
           02 PR-RETIRE-MATCH     PIC 9(9)V99.
           02 PR-SHIFT-DIFF       PIC 9(9)V99.
           02 PR-SALARIED-DONE    PIC 9(6).
           02 PR-SALARIED-PAID    PIC 9(6).
           02 PR-SALARIED-CARDS   PIC 9(6).
           02 PR-SALARIED-GROSS   PIC 9(9)V99.
           02 PR-SALARIED-NET     PIC 9(9)V99.
           02 PR-TOTAL-SOCSEC     PIC 9(9)V99.
           02 PR-TOTAL-MEDICARE   PIC 9(9)V99.
           02 PR-ARREARS-DEFERRED PIC 9(9)V99.
           02 PR-ARREARS-RECOVERED PIC 9(9)V99.
           02 PR-LOAN-DEDUCTION   PIC 9(9)V99.
           02 PR-REIMBURSEMENT    PIC 9(9)V99.

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
             03 WS-RET-MATCH-PCT PIC 99V99.
             03 WS-RET-STATUS   PIC X.
       01 WS-RETIRE-SUB       PIC 9(3).
       01 WS-RETIRE-DEDUCTION PIC 9(7)V99.
       01 WS-RETIRE-MATCH     PIC 9(7)V99.
       01 WS-TOTAL-RETIRE-DED   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-RETIRE-MATCH PIC 9(9)V99 VALUE 0.

       01 WS-DEDCODE-STATUS   PIC XX.
       01 WS-DEDCODE-TABLE.
           02 WS-DEDCODE-COUNT PIC 9(3) VALUE 0.
           02 WS-DEDCODE-ENTRY OCCURS 50 TIMES.
             03 WS-DCD-CODE      PIC X(4).
             03 WS-DCD-FEDERAL   PIC X.
             03 WS-DCD-STATE     PIC X.
             03 WS-DCD-LOCAL     PIC X.
             03 WS-DCD-FICA      PIC X.
             03 WS-DCD-LIMIT     PIC 9(5)V99.
       01 WS-DEDCODE-SUB      PIC 9(3).
       01 WS-DEDCODE-FOUND    PIC 9(3).
       01 WS-DEDCODE-LOOKUP   PIC X(4).
       01 WS-PRETAX-AMOUNT    PIC 9(7)V99.
       01 WS-FEDERAL-WAGES    PIC 9(7)V99.
       01 WS-STATE-WAGES      PIC 9(7)V99.
       01 WS-LOCAL-WAGES      PIC 9(7)V99.
       01 WS-FICA-WAGES       PIC 9(7)V99.

       01 WS-ARREARS-STATUS   PIC XX.
       01 WS-ARREARS-TABLE.
           02 WS-ARREARS-COUNT PIC 9(3) VALUE 0.
           02 WS-ARREARS-ENTRY OCCURS 999 TIMES.
             03 WS-ARR-EMPLOYEE  PIC 9(5).
             03 WS-ARR-CODE      PIC X(4).
             03 WS-ARR-BALANCE   PIC 9(7)V99.
             03 WS-ARR-PERIOD    PIC 9(4).
             03 WS-ARR-DATE      PIC 9(8).
       01 WS-ARREARS-SUB      PIC 9(3).
       01 WS-ARREARS-FOUND    PIC 9(3).
       01 WS-ARREARS-CHANGED  PIC X VALUE "N".
       01 WS-ARREARS-CODE     PIC X(4).
       01 WS-ARREARS-LIMIT    PIC 9(5)V99.
       01 WS-ARREARS-RECOVERY PIC 9(7)V99.
       01 WS-ARREARS-DUE      PIC 9(7)V99.
       01 WS-ARREARS-TAKEN    PIC 9(7)V99.
       01 WS-ARREARS-CHANGE   PIC S9(7)V99.
       01 WS-ARREARS-DEFERRED  PIC 9(7)V99.
       01 WS-ARREARS-RECOVERED PIC 9(7)V99.
       01 WS-TOTAL-ARREARS-DEFERRED  PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ARREARS-RECOVERED PIC 9(9)V99 VALUE 0.
       01 WS-PREMIUM-DUE      PIC 9(5)V99.
       01 WS-PREMIUM-RECOVERY PIC 9(7)V99.
       01 WS-RETIRE-DUE       PIC 9(5)V99.
       01 WS-RETIRE-RECOVERY  PIC 9(7)V99.
       01 WS-RETIRE-MATCH-PCT PIC 99V99.
       01 WS-NET-SHORT        PIC S9(7)V99.
       01 WS-TRIM-PASSES      PIC 99.

       01 WS-LOAN-STATUS      PIC XX.
       01 WS-LOAN-ACTIVITY-STATUS PIC XX.
       01 WS-LOANS-OPEN       PIC X VALUE "N".
       01 WS-LOAN-EOF         PIC X.
       01 WS-LOAN-AVAILABLE   PIC S9(7)V99.
       01 WS-LOAN-TAKE        PIC 9(7)V99.
       01 WS-LOAN-DEDUCTION   PIC 9(7)V99.
       01 WS-TOTAL-LOAN-DEDUCTION PIC 9(9)V99 VALUE 0.

       01 WS-CLAIM-STATUS     PIC XX.
       01 WS-CLAIM-TABLE.
           02 WS-CLAIM-COUNT  PIC 9(4) VALUE 0.
           02 WS-CLAIM-ENTRY OCCURS 2000 TIMES.
             03 WS-CLAIM-IMAGE PIC X(100).
       01 WS-CLAIM-SUB        PIC 9(4).
       01 WS-REIMBURSEMENT    PIC 9(7)V99.
       01 WS-TOTAL-REIMBURSEMENT PIC 9(9)V99 VALUE 0.

       01 WS-LABOR-STATUS     PIC XX.
       01 WS-LABOR-OPEN       PIC X VALUE "N".
       01 WS-LABOR-SUB        PIC 9.
       01 WS-LABOR-CARD-HOURS PIC 9(3)V99.
       01 WS-LABOR-DEPT-HOURS PIC 9(3)V99.
       01 WS-LABOR-REMAINING  PIC 9(7)V99.
       01 WS-LABOR-AMOUNT     PIC 9(7)V99.

       01 WS-SHIFT-STATUS     PIC XX.
       01 WS-SHIFT-DIFF-TABLE.
           02 WS-SHIFT-RATE OCCURS 3 TIMES PIC 9(3)V99.
       01 WS-SHIFT-DIFF       PIC 9(5)V99.
       01 WS-OT-PREMIUM       PIC 9(7)V99.
       01 WS-TOTAL-SHIFT-DIFF PIC 9(9)V99 VALUE 0.

       01 WS-YTD-TABLE.
             03 WS-YTD-LOCAL    PIC 9(9)V99.
             03 WS-YTD-DED      PIC 9(9)V99.
             03 WS-YTD-NET      PIC 9(9)V99.
             03 WS-YTD-SOCSEC   PIC 9(9)V99.
             03 WS-YTD-MEDICARE PIC 9(9)V99.
             03 WS-YTD-FICA-WAGES PIC 9(9)V99.
       01 WS-YTD-SUB          PIC 9(3).
       01 WS-YTD-ENTRY-SUB    PIC 9(3).
       01 WS-YTD-FOUND        PIC X.
       01 WS-PENDING-PERIOD   PIC 9(4) VALUE 0.
       01 WS-PENDING-STATUS   PIC X VALUE SPACE.
       01 WS-RESUMING         PIC X VALUE "N".
       01 WS-CSV-FRESH        PIC X VALUE "Y".
       01 WS-HIST-YEAR        PIC 9(4).
       01 WS-HIST-DED         PIC S9(9)V99.
       01 WS-CURRENT-DED      PIC 9(7)V99.
             03 WS-PREMIUM-DATE     PIC 9(8).
             03 WS-PREMIUM-USED     PIC X.
       01 WS-PREMIUM-SUB      PIC 9(3).
       01 WS-PREMIUM          PIC 9(7)V99.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-PERIOD-EOF       PIC X VALUE "N".
       01 WS-PERIOD-OK        PIC X VALUE "N".
           88 OPEN-PERIOD-FOUND VALUE "Y".
       01 WS-OUT-OF-PERIOD-COUNT PIC 9(6) VALUE 0.

       01 WS-PERIOD-YEAR-TABLE.
           02 WS-PERIOD-YEAR-COUNT PIC 9(3) VALUE 0.
           02 WS-PERIOD-YEAR OCCURS 999 TIMES PIC 9(4).
       01 WS-PERIOD-SUB       PIC 9(3).
       01 WS-PERIODS-PER-YEAR PIC 9(3) VALUE 0.

       01 WS-PAY-EMPLOYEE-ID  PIC 9(5).
       01 WS-PAY-PERIOD-DATE  PIC 9(8).
       01 WS-MASTER-EOF       PIC X VALUE "N".
       01 WS-SALARIED-SEEN    PIC 9(6) VALUE 0.
       01 WS-SALARIED-RESUME  PIC 9(6) VALUE 0.
       01 WS-SALARIED-PAID    PIC 9(6) VALUE 0.
       01 WS-SALARIED-CARDS   PIC 9(6) VALUE 0.
       01 WS-SALARIED-GROSS   PIC 9(9)V99 VALUE 0.
       01 WS-SALARIED-NET     PIC 9(9)V99 VALUE 0.
       01 WS-HOURLY-PAID      PIC 9(6).
       01 WS-HOURLY-GROSS     PIC 9(9)V99.
       01 WS-HOURLY-NET       PIC 9(9)V99.
       01 WS-SALARY-ELIGIBLE  PIC X.
       01 WS-HIRE-YYYYMMDD    PIC 9(8).
       01 WS-WORK-FROM-DATE   PIC 9(8).
       01 WS-WORK-TO-DATE     PIC 9(8).
       01 WS-PERIOD-BUS-DAYS  PIC 9(3).
       01 WS-WORKED-BUS-DAYS  PIC 9(3).
       01 WS-BUS-DAY-TALLY    PIC 9(3).
       01 WS-BUSDAY-FUNCTION  PIC X.
       01 WS-BUSDAY-IN        PIC 9(8).
       01 WS-BUSDAY-COUNT     PIC 9(3).
       01 WS-BUSDAY-OUT       PIC 9(8).
       01 WS-COUNT-TO-DATE    PIC 9(8).
       01 WS-PRORATED         PIC X VALUE "N".

       01 WS-EMPLOYER-FICA-RATE  PIC 9V9999 VALUE .0765.
       01 WS-EMPLOYER-UNEMP-RATE PIC 9V9999 VALUE .0060.
       01 WS-EMPLOYER-FICA    PIC 9(7)V99.
       01 WS-FEDERAL-TAX      PIC 9(7)V99.
       01 WS-STATE-TAX        PIC 9(7)V99.
       01 WS-LOCAL-TAX        PIC 9(7)V99.
       01 WS-SOCSEC-TAX       PIC 9(7)V99.
       01 WS-MEDICARE-TAX     PIC 9(7)V99.
       01 WS-YTD-WAGES        PIC 9(9)V99.
       01 WS-NET-PAY          PIC 9(7)V99.
       01 WS-FULL-NAME        PIC X(21).
       01 WS-EMPLOYEE-OK      PIC X VALUE "N".
       01 WS-TOTAL-FEDERAL    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-STATE      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-LOCAL      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SOCSEC     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-MEDICARE   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-NET        PIC 9(9)V99 VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "PAYROLL-CALC".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "PAYROLL REGISTER".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "payregister.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 3.
       COPY "CsvExport.cpy".
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
           PERFORM LOAD-GARNISHMENTS.
           PERFORM LOAD-RETIREMENT-ELECTIONS.
           PERFORM LOAD-SHIFT-DIFFERENTIALS.
           PERFORM LOAD-DEDUCTION-CODES.
           PERFORM LOAD-ARREARS.
           PERFORM LOAD-EXPENSE-CLAIMS.
           PERFORM LOAD-YTD-HISTORY.

           PERFORM LOAD-PERIOD-YEARS.
           PERFORM FIND-OPEN-PERIOD.
           IF NOT OPEN-PERIOD-FOUND
               DISPLAY "NO OPEN PAY PERIOD ON CALENDAR - "
           END-IF.
           DISPLAY "PROCESSING PAY PERIOD " PP-PERIOD-NUMBER
               " (" PP-START-DATE " THRU " PP-END-DATE ")".
           PERFORM COUNT-PERIODS-IN-YEAR.

           PERFORM READ-PAYROLL-PROGRESS.
           IF WS-PENDING-STATUS = "R"
               IF WS-PENDING-PERIOD = PP-PERIOD-NUMBER
                   MOVE "Y" TO WS-RESUMING
                   DISPLAY "INTERRUPTED RUN FOUND - RESUMING AFTER "
                       WS-RESUME-COUNT " TIMECARD(S), "
                       WS-SALARIED-RESUME " SALARIED EMPLOYEE(S)"
               ELSE
                   DISPLAY "INTERRUPTED RUN PENDING FOR PERIOD "
                       WS-PENDING-PERIOD " - FRESH RUN REFUSED"
           END-IF.

           PERFORM OPEN-LEAVE-BALANCES.
           PERFORM OPEN-LOAN-FILES.
           PERFORM OPEN-LABOR-DISTRIBUTION.

           PERFORM WRITE-CHECKPOINT.

               END-READ
           END-PERFORM.

           PERFORM PRINT-HOURLY-SUBTOTAL.

           PERFORM PAY-SALARIED-EMPLOYEES.

           PERFORM PRINT-REGISTER-TOTALS.

           IF WS-GARNISH-CHANGED = "Y"
               PERFORM REWRITE-GARNISHMENTS
           END-IF.

           IF WS-ARREARS-CHANGED = "Y"
               PERFORM REWRITE-ARREARS
           END-IF.

           PERFORM MARK-PERIOD-PAID.

           MOVE "TIMECARDS" TO WS-BALANCE-STAGE.
           CLOSE PayslipFile.
           CLOSE PayrollHistoryFile.
           CLOSE LeaveBalanceFile.
           IF WS-LOANS-OPEN = "Y"
               CLOSE LoanFile
               CLOSE LoanActivityFile
           END-IF.
           IF WS-LABOR-OPEN = "Y"
               CLOSE LaborDistFile
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
                               TO WS-TOTAL-RETIRE-MATCH
                           MOVE PR-SHIFT-DIFF
                               TO WS-TOTAL-SHIFT-DIFF
                           MOVE PR-SALARIED-DONE
                               TO WS-SALARIED-RESUME
                           MOVE PR-SALARIED-PAID
                               TO WS-SALARIED-PAID
                           MOVE PR-SALARIED-CARDS
                               TO WS-SALARIED-CARDS
                           MOVE PR-SALARIED-GROSS
                               TO WS-SALARIED-GROSS
                           MOVE PR-SALARIED-NET
                               TO WS-SALARIED-NET
                           MOVE PR-TOTAL-SOCSEC
                               TO WS-TOTAL-SOCSEC
                           MOVE PR-TOTAL-MEDICARE
                               TO WS-TOTAL-MEDICARE
                           MOVE PR-ARREARS-DEFERRED
                               TO WS-TOTAL-ARREARS-DEFERRED
                           MOVE PR-ARREARS-RECOVERED
                               TO WS-TOTAL-ARREARS-RECOVERED
                           MOVE PR-LOAN-DEDUCTION
                               TO WS-TOTAL-LOAN-DEDUCTION
                           MOVE PR-REIMBURSEMENT
                               TO WS-TOTAL-REIMBURSEMENT
                       END-IF
               END-READ
               CLOSE ProgressFile
           END-IF.
           IF WS-PENDING-STATUS NOT = "R"
               MOVE 0 TO WS-RESUME-COUNT
               MOVE 0 TO WS-SALARIED-RESUME
           END-IF.

       WRITE-CHECKPOINT.
           MOVE WS-TOTAL-RETIRE-DED    TO PR-RETIRE-DED.
           MOVE WS-TOTAL-RETIRE-MATCH  TO PR-RETIRE-MATCH.
           MOVE WS-TOTAL-SHIFT-DIFF    TO PR-SHIFT-DIFF.
           IF WS-SALARIED-SEEN > WS-SALARIED-RESUME
               MOVE WS-SALARIED-SEEN TO PR-SALARIED-DONE
           ELSE
               MOVE WS-SALARIED-RESUME TO PR-SALARIED-DONE
           END-IF.
           MOVE WS-SALARIED-PAID       TO PR-SALARIED-PAID.
           MOVE WS-SALARIED-CARDS      TO PR-SALARIED-CARDS.
           MOVE WS-SALARIED-GROSS      TO PR-SALARIED-GROSS.
           MOVE WS-SALARIED-NET        TO PR-SALARIED-NET.
           MOVE WS-TOTAL-SOCSEC        TO PR-TOTAL-SOCSEC.
           MOVE WS-TOTAL-MEDICARE      TO PR-TOTAL-MEDICARE.
           MOVE WS-TOTAL-ARREARS-DEFERRED  TO PR-ARREARS-DEFERRED.
           MOVE WS-TOTAL-ARREARS-RECOVERED TO PR-ARREARS-RECOVERED.
           MOVE WS-TOTAL-LOAN-DEDUCTION TO PR-LOAN-DEDUCTION.
           MOVE WS-TOTAL-REIMBURSEMENT TO PR-REIMBURSEMENT.

       FIND-OPEN-PERIOD.
           MOVE "N" TO WS-PERIOD-OK.
               END-IF
           END-IF.

       LOAD-PERIOD-YEARS.
           MOVE "N" TO WS-PERIOD-EOF.
           OPEN INPUT PayPeriodFile.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-EOF = "Y"
                       OR WS-PERIOD-YEAR-COUNT >= 999
                   READ PayPeriodFile
                       AT END
                           MOVE "Y" TO WS-PERIOD-EOF
                       NOT AT END
                           ADD 1 TO WS-PERIOD-YEAR-COUNT
                           MOVE PP-START-DATE(1:4)
                               TO WS-PERIOD-YEAR(WS-PERIOD-YEAR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF.
           MOVE "N" TO WS-PERIOD-EOF.

       COUNT-PERIODS-IN-YEAR.
           MOVE 0 TO WS-PERIODS-PER-YEAR.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-YEAR-COUNT
               IF WS-PERIOD-YEAR(WS-PERIOD-SUB) = PP-START-DATE(1:4)
                   ADD 1 TO WS-PERIODS-PER-YEAR
               END-IF
           END-PERFORM.
           DISPLAY "PAY PERIODS IN YEAR " PP-START-DATE(1:4) ": "
               WS-PERIODS-PER-YEAR.

       MARK-PERIOD-PAID.
           MOVE "P" TO PP-STATUS.
           REWRITE PAY-PERIOD-RECORD.
               DISPLAY "TIMECARD REJECTED - EMPLOYEE " TC-EMPLOYEE-ID
                   " NOT ON MASTER"
           ELSE
           IF EM-PAY-TYPE = "S"
               ADD 1 TO WS-SALARIED-CARDS
               DISPLAY "TIMECARD SKIPPED - EMPLOYEE " TC-EMPLOYEE-ID
                   " IS SALARIED, PAID FROM SALARY"
           ELSE
               MOVE TC-EMPLOYEE-ID TO WS-PAY-EMPLOYEE-ID
               MOVE TC-WEEK-ENDING TO WS-PAY-PERIOD-DATE
               PERFORM CALCULATE-PAY
               PERFORM ACCRUE-LEAVE
               PERFORM WRITE-PAYSLIP
               PERFORM PRINT-REGISTER-LINE
           END-IF.

       PAY-SALARIED-EMPLOYEES.
           PERFORM PRINT-SALARIED-HEADER.
           IF WS-PERIODS-PER-YEAR = ZERO
               DISPLAY "NO PAY PERIODS FOUND FOR THE YEAR - "
                   "SALARIED PAY SKIPPED"
           ELSE
               CLOSE EMPLOYEE-MASTER-FILE
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR REOPENING EMPLOYEE MASTER: STATUS "
                       WS-FILE-STATUS " - SALARIED PAY SKIPPED"
               ELSE
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       READ EMPLOYEE-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               IF EM-PAY-TYPE = "S"
                                   ADD 1 TO WS-SALARIED-SEEN
                                   IF WS-SALARIED-SEEN
                                           > WS-SALARIED-RESUME
                                       PERFORM PROCESS-SALARIED-EMPLOYEE
                                       PERFORM WRITE-CHECKPOINT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM PRINT-SALARIED-SUBTOTAL.

       PROCESS-SALARIED-EMPLOYEE.
           MOVE 0 TO WS-OT-PREMIUM.
           PERFORM CHECK-SALARY-ELIGIBILITY.
           IF WS-SALARY-ELIGIBLE = "Y"
               MOVE EM-EMPLOYEE-ID-PACKED TO WS-PAY-EMPLOYEE-ID
               MOVE PP-END-DATE TO WS-PAY-PERIOD-DATE
               PERFORM CALCULATE-SALARY-GROSS
               IF WS-GROSS-PAY = ZERO
                   DISPLAY "SALARIED EMPLOYEE " WS-PAY-EMPLOYEE-ID
                       " HAS NO BUSINESS DAYS IN PERIOD - NOT PAID"
               ELSE
                   PERFORM CALCULATE-WITHHOLDING
                   PERFORM ACCRUE-LEAVE
                   PERFORM WRITE-PAYSLIP
                   PERFORM PRINT-REGISTER-LINE
                   ADD 1 TO WS-SALARIED-PAID
                   ADD WS-GROSS-PAY TO WS-SALARIED-GROSS
                   ADD WS-NET-PAY   TO WS-SALARIED-NET
               END-IF
           END-IF.

       CHECK-SALARY-ELIGIBILITY.
           MOVE "Y" TO WS-SALARY-ELIGIBLE.
           COMPUTE WS-HIRE-YYYYMMDD =
               (EM-HIRE-YEAR * 10000)
             + (EM-HIRE-MONTH * 100)
             + EM-HIRE-DAY.
           MOVE PP-START-DATE TO WS-WORK-FROM-DATE.
           MOVE PP-END-DATE   TO WS-WORK-TO-DATE.
           IF WS-HIRE-YYYYMMDD > PP-END-DATE
               MOVE "N" TO WS-SALARY-ELIGIBLE
           END-IF.
           IF WS-HIRE-YYYYMMDD > PP-START-DATE
               MOVE WS-HIRE-YYYYMMDD TO WS-WORK-FROM-DATE
           END-IF.
           IF EM-TERMINATION-DATE NOT = ZERO
               IF EM-TERMINATION-DATE < PP-START-DATE
                   MOVE "N" TO WS-SALARY-ELIGIBLE
               END-IF
               IF EM-TERMINATION-DATE < PP-END-DATE
                   MOVE EM-TERMINATION-DATE TO WS-WORK-TO-DATE
               END-IF
           ELSE
               IF EM-EMPLOYEE-STATUS NOT = "A"
                   MOVE "N" TO WS-SALARY-ELIGIBLE
               END-IF
           END-IF.
           IF WS-SALARY-ELIGIBLE = "Y" AND EM-SALARY = ZERO
               MOVE "N" TO WS-SALARY-ELIGIBLE
               DISPLAY "SALARIED EMPLOYEE " EM-EMPLOYEE-ID-PACKED
                   " HAS NO SALARY ON MASTER - NOT PAID"
           END-IF.

       CALCULATE-SALARY-GROSS.
           MOVE 0 TO WS-SHIFT-DIFF.
           MOVE "N" TO WS-PRORATED.
           IF WS-WORK-FROM-DATE = PP-START-DATE
                   AND WS-WORK-TO-DATE = PP-END-DATE
               COMPUTE WS-GROSS-PAY ROUNDED =
                   EM-SALARY / WS-PERIODS-PER-YEAR
           ELSE
               MOVE PP-START-DATE TO WS-BUSDAY-IN
               MOVE PP-END-DATE   TO WS-COUNT-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BUS-DAY-TALLY TO WS-PERIOD-BUS-DAYS
               MOVE WS-WORK-FROM-DATE TO WS-BUSDAY-IN
               MOVE WS-WORK-TO-DATE   TO WS-COUNT-TO-DATE
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BUS-DAY-TALLY TO WS-WORKED-BUS-DAYS
               IF WS-PERIOD-BUS-DAYS = ZERO
                   COMPUTE WS-GROSS-PAY ROUNDED =
                       EM-SALARY / WS-PERIODS-PER-YEAR
               ELSE
                   MOVE "Y" TO WS-PRORATED
                   COMPUTE WS-GROSS-PAY ROUNDED =
                       (EM-SALARY * WS-WORKED-BUS-DAYS)
                     / (WS-PERIODS-PER-YEAR * WS-PERIOD-BUS-DAYS)
               END-IF
           END-IF.

       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUS-DAY-TALLY.
           MOVE 0 TO WS-BUSDAY-COUNT.
           MOVE "R" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-BUSDAY-IN WS-BUSDAY-COUNT WS-BUSDAY-OUT.
           MOVE "N" TO WS-BUSDAY-FUNCTION.
           PERFORM UNTIL WS-BUSDAY-OUT > WS-COUNT-TO-DATE
               ADD 1 TO WS-BUS-DAY-TALLY
               MOVE WS-BUSDAY-OUT TO WS-BUSDAY-IN
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-BUSDAY-IN WS-BUSDAY-COUNT WS-BUSDAY-OUT
           END-PERFORM.

       CALCULATE-PAY.
           MOVE 0 TO WS-SHIFT-DIFF.
           MOVE 0 TO WS-OT-PREMIUM.
           IF EM-OVERTIME-RATE > EM-REGULAR-RATE
               COMPUTE WS-OT-PREMIUM ROUNDED =
                   TC-OVERTIME-HOURS
                 * (EM-OVERTIME-RATE - EM-REGULAR-RATE)
           END-IF.
           MOVE "N" TO WS-PRORATED.
           IF TC-SHIFT-CODE >= 2 AND TC-SHIFT-CODE <= 3
               COMPUTE WS-SHIFT-DIFF ROUNDED =
                   (TC-REGULAR-HOURS + TC-OVERTIME-HOURS
             + (TC-HOLIDAY-HOURS  * EM-HOLIDAY-RATE)
             + WS-SHIFT-DIFF.
           ADD WS-SHIFT-DIFF TO WS-TOTAL-SHIFT-DIFF.
           PERFORM CALCULATE-WITHHOLDING.

       CALCULATE-WITHHOLDING.
           PERFORM FIND-RETIREMENT-ELECTION.
           PERFORM FIND-EMPLOYEE-PREMIUM.
           MOVE WS-RETIRE-DEDUCTION TO WS-RETIRE-DUE.
           MOVE WS-PREMIUM TO WS-PREMIUM-DUE.
           MOVE "INSR" TO WS-ARREARS-CODE.
           PERFORM FIND-ARREARS-RECOVERY.
           MOVE WS-ARREARS-RECOVERY TO WS-PREMIUM-RECOVERY.
           MOVE "RETR" TO WS-ARREARS-CODE.
           PERFORM FIND-ARREARS-RECOVERY.
           MOVE WS-ARREARS-RECOVERY TO WS-RETIRE-RECOVERY.

           MOVE 0 TO WS-RETIRE-DEDUCTION WS-PREMIUM.
           PERFORM CALCULATE-TAXABLE-WAGES.
           PERFORM CALCULATE-TAXES.
           PERFORM APPLY-GARNISHMENTS.

           COMPUTE WS-PREMIUM = WS-PREMIUM-DUE + WS-PREMIUM-RECOVERY.
           COMPUTE WS-RETIRE-DEDUCTION =
               WS-RETIRE-DUE + WS-RETIRE-RECOVERY.
           MOVE 0 TO WS-TRIM-PASSES.
           PERFORM CHECK-NET-SHORTFALL.
           PERFORM TRIM-DEDUCTIONS
               UNTIL WS-NET-SHORT <= ZERO OR WS-TRIM-PASSES > 20.

           PERFORM APPLY-RETIREMENT-ELECTION.
           PERFORM POST-DEDUCTION-ARREARS.
           PERFORM APPLY-LOAN-REPAYMENTS.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-FEDERAL-TAX
             - WS-STATE-TAX - WS-LOCAL-TAX
             - WS-SOCSEC-TAX - WS-MEDICARE-TAX - WS-GARNISHMENT
             - WS-RETIRE-DEDUCTION - WS-PREMIUM - WS-LOAN-DEDUCTION.

       CALCULATE-TAXABLE-WAGES.
           MOVE WS-GROSS-PAY TO WS-FEDERAL-WAGES WS-STATE-WAGES
               WS-LOCAL-WAGES WS-FICA-WAGES.
           MOVE "RETR" TO WS-DEDCODE-LOOKUP.
           MOVE WS-RETIRE-DEDUCTION TO WS-PRETAX-AMOUNT.
           PERFORM EXCLUDE-PRETAX-DEDUCTION.
           MOVE "INSR" TO WS-DEDCODE-LOOKUP.
           MOVE WS-PREMIUM TO WS-PRETAX-AMOUNT.
           PERFORM EXCLUDE-PRETAX-DEDUCTION.

       EXCLUDE-PRETAX-DEDUCTION.
           PERFORM VARYING WS-DEDCODE-SUB FROM 1 BY 1
                   UNTIL WS-DEDCODE-SUB > WS-DEDCODE-COUNT
               IF WS-DCD-CODE(WS-DEDCODE-SUB) = WS-DEDCODE-LOOKUP
                   IF WS-DCD-FEDERAL(WS-DEDCODE-SUB) = "Y"
                       PERFORM EXCLUDE-FROM-FEDERAL-WAGES
                   END-IF
                   IF WS-DCD-STATE(WS-DEDCODE-SUB) = "Y"
                       PERFORM EXCLUDE-FROM-STATE-WAGES
                   END-IF
                   IF WS-DCD-LOCAL(WS-DEDCODE-SUB) = "Y"
                       PERFORM EXCLUDE-FROM-LOCAL-WAGES
                   END-IF
                   IF WS-DCD-FICA(WS-DEDCODE-SUB) = "Y"
                       PERFORM EXCLUDE-FROM-FICA-WAGES
                   END-IF
                   MOVE WS-DEDCODE-COUNT TO WS-DEDCODE-SUB
               END-IF
           END-PERFORM.

       EXCLUDE-FROM-FEDERAL-WAGES.
           IF WS-PRETAX-AMOUNT > WS-FEDERAL-WAGES
               MOVE 0 TO WS-FEDERAL-WAGES
           ELSE
               SUBTRACT WS-PRETAX-AMOUNT FROM WS-FEDERAL-WAGES
           END-IF.

       EXCLUDE-FROM-STATE-WAGES.
           IF WS-PRETAX-AMOUNT > WS-STATE-WAGES
               MOVE 0 TO WS-STATE-WAGES
           ELSE
               SUBTRACT WS-PRETAX-AMOUNT FROM WS-STATE-WAGES
           END-IF.

       EXCLUDE-FROM-LOCAL-WAGES.
           IF WS-PRETAX-AMOUNT > WS-LOCAL-WAGES
               MOVE 0 TO WS-LOCAL-WAGES
           ELSE
               SUBTRACT WS-PRETAX-AMOUNT FROM WS-LOCAL-WAGES
           END-IF.

       EXCLUDE-FROM-FICA-WAGES.
           IF WS-PRETAX-AMOUNT > WS-FICA-WAGES
               MOVE 0 TO WS-FICA-WAGES
           ELSE
               SUBTRACT WS-PRETAX-AMOUNT FROM WS-FICA-WAGES
           END-IF.

       CALCULATE-TAXES.
           PERFORM FIND-FEDERAL-RATE.
           COMPUTE WS-FEDERAL-TAX ROUNDED =
               WS-FEDERAL-WAGES * WS-TAX-RATE.
           PERFORM FIND-STATE-RATE.
           COMPUTE WS-STATE-TAX ROUNDED =
               WS-STATE-WAGES * WS-TAX-RATE.
           PERFORM FIND-LOCAL-RATE.
           COMPUTE WS-LOCAL-TAX ROUNDED =
               WS-LOCAL-WAGES * WS-TAX-RATE.
           PERFORM CALCULATE-FICA-WITHHOLDING.
           COMPUTE WS-EMPLOYER-FICA ROUNDED =
               WS-FICA-WAGES * WS-EMPLOYER-FICA-RATE.
           COMPUTE WS-EMPLOYER-UNEMP ROUNDED =
               WS-GROSS-PAY * WS-EMPLOYER-UNEMP-RATE.

       CALCULATE-FICA-WITHHOLDING.
           MOVE WS-PAY-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           PERFORM FIND-YTD-ENTRY.
           IF WS-YTD-FOUND = "Y"
               MOVE WS-YTD-FICA-WAGES(WS-YTD-ENTRY-SUB)
                   TO WS-YTD-WAGES
           ELSE
               MOVE 0 TO WS-YTD-WAGES
           END-IF.
           CALL "FICA-WITHHOLD" USING WS-YTD-WAGES WS-FICA-WAGES
               WS-SOCSEC-TAX WS-MEDICARE-TAX.

       CHECK-NET-SHORTFALL.
           PERFORM CALCULATE-TAXABLE-WAGES.
           PERFORM CALCULATE-TAXES.
           COMPUTE WS-NET-SHORT =
               WS-FEDERAL-TAX + WS-STATE-TAX + WS-LOCAL-TAX
             + WS-SOCSEC-TAX + WS-MEDICARE-TAX + WS-GARNISHMENT
             + WS-PREMIUM + WS-RETIRE-DEDUCTION - WS-GROSS-PAY.

       TRIM-DEDUCTIONS.
           ADD 1 TO WS-TRIM-PASSES.
           IF WS-TRIM-PASSES > 20
               MOVE 0 TO WS-RETIRE-DEDUCTION WS-PREMIUM
           ELSE
               IF WS-RETIRE-DEDUCTION >= WS-NET-SHORT
                   SUBTRACT WS-NET-SHORT FROM WS-RETIRE-DEDUCTION
               ELSE
                   SUBTRACT WS-RETIRE-DEDUCTION FROM WS-NET-SHORT
                   MOVE 0 TO WS-RETIRE-DEDUCTION
                   IF WS-PREMIUM >= WS-NET-SHORT
                       SUBTRACT WS-NET-SHORT FROM WS-PREMIUM
                   ELSE
                       MOVE 0 TO WS-PREMIUM
                   END-IF
               END-IF
           END-IF.
           PERFORM CHECK-NET-SHORTFALL.

       FIND-ARREARS-RECOVERY.
           MOVE 0 TO WS-ARREARS-RECOVERY.
           PERFORM FIND-ARREARS-ENTRY.
           IF WS-ARREARS-FOUND > 0
               MOVE WS-ARR-BALANCE(WS-ARREARS-FOUND)
                   TO WS-ARREARS-RECOVERY
               MOVE WS-ARREARS-CODE TO WS-DEDCODE-LOOKUP
               PERFORM FIND-DEDUCTION-CODE
               IF WS-DEDCODE-FOUND > 0
                   MOVE WS-DCD-LIMIT(WS-DEDCODE-FOUND)
                       TO WS-ARREARS-LIMIT
                   IF WS-ARREARS-LIMIT > 0
                       AND WS-ARREARS-RECOVERY > WS-ARREARS-LIMIT
                       MOVE WS-ARREARS-LIMIT TO WS-ARREARS-RECOVERY
                   END-IF
               END-IF
           END-IF.

       FIND-ARREARS-ENTRY.
           MOVE 0 TO WS-ARREARS-FOUND.
           PERFORM VARYING WS-ARREARS-SUB FROM 1 BY 1
                   UNTIL WS-ARREARS-SUB > WS-ARREARS-COUNT
                   OR WS-ARREARS-FOUND > 0
               IF WS-ARR-EMPLOYEE(WS-ARREARS-SUB) = WS-PAY-EMPLOYEE-ID
                   AND WS-ARR-CODE(WS-ARREARS-SUB) = WS-ARREARS-CODE
                   MOVE WS-ARREARS-SUB TO WS-ARREARS-FOUND
               END-IF
           END-PERFORM.

       FIND-DEDUCTION-CODE.
           MOVE 0 TO WS-DEDCODE-FOUND.
           PERFORM VARYING WS-DEDCODE-SUB FROM 1 BY 1
                   UNTIL WS-DEDCODE-SUB > WS-DEDCODE-COUNT
                   OR WS-DEDCODE-FOUND > 0
               IF WS-DCD-CODE(WS-DEDCODE-SUB) = WS-DEDCODE-LOOKUP
                   MOVE WS-DEDCODE-SUB TO WS-DEDCODE-FOUND
               END-IF
           END-PERFORM.

       POST-DEDUCTION-ARREARS.
           MOVE 0 TO WS-ARREARS-DEFERRED WS-ARREARS-RECOVERED.
           MOVE "INSR" TO WS-ARREARS-CODE.
           MOVE WS-PREMIUM-DUE TO WS-ARREARS-DUE.
           MOVE WS-PREMIUM TO WS-ARREARS-TAKEN.
           PERFORM UPDATE-ARREARS.
           MOVE "RETR" TO WS-ARREARS-CODE.
           MOVE WS-RETIRE-DUE TO WS-ARREARS-DUE.
           MOVE WS-RETIRE-DEDUCTION TO WS-ARREARS-TAKEN.
           PERFORM UPDATE-ARREARS.
           ADD WS-ARREARS-DEFERRED  TO WS-TOTAL-ARREARS-DEFERRED.
           ADD WS-ARREARS-RECOVERED TO WS-TOTAL-ARREARS-RECOVERED.

       UPDATE-ARREARS.
           COMPUTE WS-ARREARS-CHANGE =
               WS-ARREARS-DUE - WS-ARREARS-TAKEN.
           IF WS-ARREARS-CHANGE NOT = ZERO
               PERFORM FIND-ARREARS-ENTRY
               IF WS-ARREARS-FOUND = 0 AND WS-ARREARS-CHANGE > ZERO
                   IF WS-ARREARS-COUNT < 999
                       ADD 1 TO WS-ARREARS-COUNT
                       MOVE WS-ARREARS-COUNT TO WS-ARREARS-FOUND
                       MOVE WS-PAY-EMPLOYEE-ID
                           TO WS-ARR-EMPLOYEE(WS-ARREARS-FOUND)
                       MOVE WS-ARREARS-CODE
                           TO WS-ARR-CODE(WS-ARREARS-FOUND)
                       MOVE 0 TO WS-ARR-BALANCE(WS-ARREARS-FOUND)
                   ELSE
                       DISPLAY "ARREARS TABLE FULL - SHORTFALL OF "
                           WS-ARREARS-CHANGE " " WS-ARREARS-CODE
                           " NOT RECORDED FOR EMPLOYEE "
                           WS-PAY-EMPLOYEE-ID
                   END-IF
               END-IF
               IF WS-ARREARS-FOUND > 0
                   ADD WS-ARREARS-CHANGE
                       TO WS-ARR-BALANCE(WS-ARREARS-FOUND)
                   MOVE PP-PERIOD-NUMBER
                       TO WS-ARR-PERIOD(WS-ARREARS-FOUND)
                   MOVE WS-START-DATE
                       TO WS-ARR-DATE(WS-ARREARS-FOUND)
                   MOVE "Y" TO WS-ARREARS-CHANGED
                   IF WS-ARREARS-CHANGE > ZERO
                       ADD WS-ARREARS-CHANGE TO WS-ARREARS-DEFERRED
                       DISPLAY WS-ARREARS-CODE " DEDUCTION SHORT FOR "
                           "EMPLOYEE " WS-PAY-EMPLOYEE-ID " - "
                           WS-ARREARS-CHANGE " CARRIED TO ARREARS"
                   ELSE
                       SUBTRACT WS-ARREARS-CHANGE
                           FROM WS-ARREARS-RECOVERED
                   END-IF
               END-IF
           END-IF.

       APPLY-LOAN-REPAYMENTS.
           MOVE 0 TO WS-LOAN-DEDUCTION.
           IF WS-LOANS-OPEN = "Y"
               COMPUTE WS-LOAN-AVAILABLE =
                   WS-GROSS-PAY - WS-FEDERAL-TAX
                 - WS-STATE-TAX - WS-LOCAL-TAX
                 - WS-SOCSEC-TAX - WS-MEDICARE-TAX - WS-GARNISHMENT
                 - WS-RETIRE-DEDUCTION - WS-PREMIUM
               MOVE WS-PAY-EMPLOYEE-ID TO LN-EMPLOYEE-ID
               MOVE 0 TO LN-LOAN-NUMBER
               MOVE "N" TO WS-LOAN-EOF
               START LoanFile KEY NOT < LN-LOAN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LOAN-EOF
               END-START
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LoanFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           IF LN-EMPLOYEE-ID NOT = WS-PAY-EMPLOYEE-ID
                               MOVE "Y" TO WS-LOAN-EOF
                           ELSE
                               PERFORM TAKE-ONE-LOAN-REPAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               ADD WS-LOAN-DEDUCTION TO WS-TOTAL-LOAN-DEDUCTION
           END-IF.

       TAKE-ONE-LOAN-REPAYMENT.
           IF LN-BALANCE > ZERO
                   AND ((LN-STATUS = "A"
                         AND LN-LAST-PERIOD NOT = PP-PERIOD-NUMBER)
                     OR LN-STATUS = "F")
               IF LN-STATUS = "F"
                   MOVE LN-BALANCE TO WS-LOAN-TAKE
               ELSE
                   MOVE LN-REPAYMENT-AMOUNT TO WS-LOAN-TAKE
               END-IF
               IF WS-LOAN-TAKE > LN-BALANCE
                   MOVE LN-BALANCE TO WS-LOAN-TAKE
               END-IF
               IF WS-LOAN-AVAILABLE <= ZERO
                   MOVE 0 TO WS-LOAN-TAKE
               ELSE
                   IF WS-LOAN-TAKE > WS-LOAN-AVAILABLE
                       MOVE WS-LOAN-AVAILABLE TO WS-LOAN-TAKE
                   END-IF
               END-IF
               IF WS-LOAN-TAKE = ZERO
                   DISPLAY "LOAN " LN-LOAN-NUMBER " REPAYMENT SKIPPED "
                       "FOR EMPLOYEE " WS-PAY-EMPLOYEE-ID
                       " - NO NET PAY AVAILABLE"
               ELSE
                   SUBTRACT WS-LOAN-TAKE FROM LN-BALANCE
                   SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-AVAILABLE
                   ADD WS-LOAN-TAKE TO WS-LOAN-DEDUCTION
                   MOVE PP-PERIOD-NUMBER TO LN-LAST-PERIOD
                   MOVE WS-START-DATE TO LN-LAST-DEDUCT-DATE
                   IF LN-BALANCE = ZERO
                       MOVE "P" TO LN-STATUS
                       DISPLAY "LOAN " LN-LOAN-NUMBER
                           " PAID OFF FOR EMPLOYEE "
                           WS-PAY-EMPLOYEE-ID
                   END-IF
                   REWRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING LOAN "
                               LN-LOAN-NUMBER " FOR EMPLOYEE "
                               WS-PAY-EMPLOYEE-ID ": STATUS "
                               WS-LOAN-STATUS
                   END-REWRITE
                   MOVE LN-EMPLOYEE-ID   TO LA-EMPLOYEE-ID
                   MOVE LN-LOAN-NUMBER   TO LA-LOAN-NUMBER
                   MOVE WS-START-DATE    TO LA-ACTIVITY-DATE
                   MOVE "D"              TO LA-ACTIVITY-TYPE
                   MOVE WS-LOAN-TAKE     TO LA-AMOUNT
                   MOVE LN-BALANCE       TO LA-BALANCE-AFTER
                   MOVE PP-PERIOD-NUMBER TO LA-PERIOD-NUMBER
                   MOVE WS-PROGRAM-NAME  TO LA-PROGRAM-NAME
                   WRITE LOAN-ACTIVITY-RECORD
               END-IF
           END-IF.

       FIND-RETIREMENT-ELECTION.
           MOVE 0 TO WS-RETIRE-DEDUCTION WS-RETIRE-MATCH
               WS-RETIRE-MATCH-PCT.
           PERFORM VARYING WS-RETIRE-SUB FROM 1 BY 1
                   UNTIL WS-RETIRE-SUB > WS-RETIRE-COUNT
               IF WS-RET-EMPLOYEE(WS-RETIRE-SUB)
                       = WS-PAY-EMPLOYEE-ID
                       AND WS-RET-STATUS(WS-RETIRE-SUB) = "A"
                   IF WS-RET-METHOD(WS-RETIRE-SUB) = "P"
                       COMPUTE WS-RETIRE-DEDUCTION ROUNDED =
                       MOVE WS-RET-FLAT(WS-RETIRE-SUB)
                           TO WS-RETIRE-DEDUCTION
                   END-IF
                   MOVE WS-RET-MATCH-PCT(WS-RETIRE-SUB)
                       TO WS-RETIRE-MATCH-PCT
                   MOVE WS-RETIRE-COUNT TO WS-RETIRE-SUB
               END-IF
           END-PERFORM.

       APPLY-RETIREMENT-ELECTION.
           COMPUTE WS-RETIRE-MATCH ROUNDED =
               WS-RETIRE-DEDUCTION * WS-RETIRE-MATCH-PCT / 100.
           ADD WS-RETIRE-DEDUCTION TO WS-TOTAL-RETIRE-DED.
           ADD WS-RETIRE-MATCH     TO WS-TOTAL-RETIRE-MATCH.

           MOVE 0 TO WS-GARNISHMENT.
           COMPUTE WS-PAY-AVAILABLE =
               WS-GROSS-PAY - WS-FEDERAL-TAX
             - WS-STATE-TAX - WS-LOCAL-TAX
             - WS-SOCSEC-TAX - WS-MEDICARE-TAX.
           PERFORM VARYING WS-GARNISH-PRIORITY FROM 1 BY 1
                   UNTIL WS-GARNISH-PRIORITY > 9
               PERFORM VARYING WS-GARNISH-SUB FROM 1 BY 1
                       UNTIL WS-GARNISH-SUB > WS-GARNISH-COUNT
                   IF WS-GAR-EMPLOYEE(WS-GARNISH-SUB)
                           = WS-PAY-EMPLOYEE-ID
                       AND WS-GAR-STATUS(WS-GARNISH-SUB) = "A"
                       AND WS-GAR-PRIORITY(WS-GARNISH-SUB)
                           = WS-GARNISH-PRIORITY
                   MOVE "S" TO WS-GAR-STATUS(WS-GARNISH-SUB)
                   DISPLAY "GARNISHMENT ORDER "
                       WS-GAR-ORDER(WS-GARNISH-SUB)
                       " SATISFIED FOR EMPLOYEE "
                       WS-PAY-EMPLOYEE-ID
               END-IF
           END-IF.

           PERFORM VARYING WS-PREMIUM-SUB FROM 1 BY 1
                   UNTIL WS-PREMIUM-SUB > WS-PREMIUM-COUNT
               IF WS-PREMIUM-EMPLOYEE(WS-PREMIUM-SUB)
                       = WS-PAY-EMPLOYEE-ID
                   AND WS-PREMIUM-USED(WS-PREMIUM-SUB) = "N"
                   AND WS-PREMIUM-DATE(WS-PREMIUM-SUB)
                       >= PP-START-DATE
                   WS-LEAVE-STATUS
           END-IF.

       OPEN-LOAN-FILES.
           MOVE "N" TO WS-LOANS-OPEN.
           OPEN I-O LoanFile.
           IF WS-LOAN-STATUS = "00"
               OPEN EXTEND LoanActivityFile
               IF WS-LOAN-ACTIVITY-STATUS = "05"
                       OR WS-LOAN-ACTIVITY-STATUS = "35"
                   OPEN OUTPUT LoanActivityFile
               END-IF
               IF WS-LOAN-ACTIVITY-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN ACTIVITY FILE: STATUS "
                       WS-LOAN-ACTIVITY-STATUS
                       " - NO LOAN REPAYMENTS THIS RUN"
                   CLOSE LoanFile
               ELSE
                   MOVE "Y" TO WS-LOANS-OPEN
               END-IF
           ELSE
               IF WS-LOAN-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING LOAN FILE: STATUS "
                       WS-LOAN-STATUS " - NO LOAN REPAYMENTS THIS RUN"
               END-IF
           END-IF.

       OPEN-LABOR-DISTRIBUTION.
           OPEN EXTEND LaborDistFile.
           IF WS-LABOR-STATUS = "05" OR WS-LABOR-STATUS = "35"
               OPEN OUTPUT LaborDistFile
           END-IF.
           IF WS-LABOR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LABOR DISTRIBUTION FILE: STATUS "
                   WS-LABOR-STATUS " - NO LABOR DISTRIBUTION THIS RUN"
           ELSE
               MOVE "Y" TO WS-LABOR-OPEN
           END-IF.

       LOAD-LEAVE-RATES.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT LeaveRateFile.
                   MOVE WS-LEAVE-RATE-COUNT TO WS-LEAVE-SUB
               END-IF
           END-PERFORM.
           MOVE WS-PAY-EMPLOYEE-ID TO LB-EMPLOYEE-ID-PACKED.
           READ LeaveBalanceFile
               INVALID KEY
                   MOVE WS-PAY-EMPLOYEE-ID TO LB-EMPLOYEE-ID-PACKED
                   MOVE WS-ACCRUE-VACATION TO LB-VACATION-BALANCE
                   MOVE WS-ACCRUE-SICK     TO LB-SICK-BALANCE
                   MOVE PP-PERIOD-NUMBER   TO LB-LAST-ACCRUAL-PERIOD
               CLOSE GarnishmentFile
           END-IF.

       LOAD-EXPENSE-CLAIMS.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "EXPENSE CLAIM FILE NOT FOUND - "
                   "NO REIMBURSEMENTS THIS RUN"
           ELSE
               PERFORM UNTIL WS-TABLE-EOF = "Y"
                       OR WS-CLAIM-COUNT >= 2000
                   READ ExpenseClaimFile
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF
                       NOT AT END
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE EXPENSE-CLAIM-RECORD
                               TO WS-CLAIM-IMAGE(WS-CLAIM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
               IF WS-TABLE-EOF NOT = "Y"
                   DISPLAY "EXPENSE CLAIM FILE EXCEEDS 2000 CLAIMS - "
                       "RUN REFUSED TO PROTECT THE FILE"
                   GOBACK
               END-IF
           END-IF.

       REWRITE-EXPENSE-CLAIMS.
           OPEN OUTPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE EXPENSE CLAIM FILE: STATUS "
                   WS-CLAIM-STATUS
           ELSE
               PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                       UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                   MOVE WS-CLAIM-IMAGE(WS-CLAIM-SUB)
                       TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

       LOAD-RETIREMENT-ELECTIONS.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT RetirementFile.
               CLOSE ShiftDiffFile
           END-IF.

       LOAD-DEDUCTION-CODES.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT DeductionCodeFile.
           IF WS-DEDCODE-STATUS NOT = "00"
               DISPLAY "DEDUCTION CODE TABLE NOT FOUND - "
                   "STANDARD PRE-TAX TREATMENT THIS RUN"
               MOVE 2 TO WS-DEDCODE-COUNT
               MOVE "RETR" TO WS-DCD-CODE(1)
               MOVE "Y" TO WS-DCD-FEDERAL(1) WS-DCD-STATE(1)
                   WS-DCD-LOCAL(1)
               MOVE "N" TO WS-DCD-FICA(1)
               MOVE 50.00 TO WS-DCD-LIMIT(1)
               MOVE "INSR" TO WS-DCD-CODE(2)
               MOVE "Y" TO WS-DCD-FEDERAL(2) WS-DCD-STATE(2)
                   WS-DCD-LOCAL(2) WS-DCD-FICA(2)
               MOVE 50.00 TO WS-DCD-LIMIT(2)
           ELSE
               PERFORM UNTIL WS-TABLE-EOF = "Y"
                       OR WS-DEDCODE-COUNT >= 50
                   READ DeductionCodeFile
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF
                       NOT AT END
                           ADD 1 TO WS-DEDCODE-COUNT
                           MOVE DC-DEDUCTION-CODE TO
                               WS-DCD-CODE(WS-DEDCODE-COUNT)
                           MOVE DC-PRETAX-FEDERAL TO
                               WS-DCD-FEDERAL(WS-DEDCODE-COUNT)
                           MOVE DC-PRETAX-STATE TO
                               WS-DCD-STATE(WS-DEDCODE-COUNT)
                           MOVE DC-PRETAX-LOCAL TO
                               WS-DCD-LOCAL(WS-DEDCODE-COUNT)
                           MOVE DC-PRETAX-FICA TO
                               WS-DCD-FICA(WS-DEDCODE-COUNT)
                           MOVE DC-RECOVERY-LIMIT TO
                               WS-DCD-LIMIT(WS-DEDCODE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DeductionCodeFile
           END-IF.

       LOAD-ARREARS.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT ArrearsFile.
           IF WS-ARREARS-STATUS NOT = "00"
               DISPLAY "NO DEDUCTION ARREARS ON FILE"
           ELSE
               PERFORM UNTIL WS-TABLE-EOF = "Y"
                       OR WS-ARREARS-COUNT >= 999
                   READ ArrearsFile
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF
                       NOT AT END
                           ADD 1 TO WS-ARREARS-COUNT
                           MOVE DA-EMPLOYEE-ID TO
                               WS-ARR-EMPLOYEE(WS-ARREARS-COUNT)
                           MOVE DA-DEDUCTION-CODE TO
                               WS-ARR-CODE(WS-ARREARS-COUNT)
                           MOVE DA-BALANCE TO
                               WS-ARR-BALANCE(WS-ARREARS-COUNT)
                           MOVE DA-LAST-PERIOD TO
                               WS-ARR-PERIOD(WS-ARREARS-COUNT)
                           MOVE DA-LAST-DATE TO
                               WS-ARR-DATE(WS-ARREARS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ArrearsFile
               IF WS-TABLE-EOF NOT = "Y"
                   DISPLAY "ARREARS FILE EXCEEDS 999 BALANCES - "
                       "RUN REFUSED TO PROTECT THE FILE"
                   GOBACK
               END-IF
           END-IF.

       REWRITE-ARREARS.
           OPEN OUTPUT ArrearsFile.
           IF WS-ARREARS-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE ARREARS FILE: STATUS "
                   WS-ARREARS-STATUS
           ELSE
               PERFORM VARYING WS-ARREARS-SUB FROM 1 BY 1
                       UNTIL WS-ARREARS-SUB > WS-ARREARS-COUNT
                   IF WS-ARR-BALANCE(WS-ARREARS-SUB) > ZERO
                       MOVE WS-ARR-EMPLOYEE(WS-ARREARS-SUB)
                           TO DA-EMPLOYEE-ID
                       MOVE WS-ARR-CODE(WS-ARREARS-SUB)
                           TO DA-DEDUCTION-CODE
                       MOVE WS-ARR-BALANCE(WS-ARREARS-SUB)
                           TO DA-BALANCE
                       MOVE WS-ARR-PERIOD(WS-ARREARS-SUB)
                           TO DA-LAST-PERIOD
                       MOVE WS-ARR-DATE(WS-ARREARS-SUB)
                           TO DA-LAST-DATE
                       WRITE DEDUCTION-ARREARS-RECORD
                   END-IF
               END-PERFORM
               CLOSE ArrearsFile
           END-IF.

       LOAD-YTD-HISTORY.
           MOVE "N" TO WS-TABLE-EOF.
           MOVE WS-START-DATE(1:4) TO WS-YTD-YEAR.
                   TO WS-YTD-LOCAL(WS-YTD-ENTRY-SUB)
               ADD PH-NET-PAY
                   TO WS-YTD-NET(WS-YTD-ENTRY-SUB)
               ADD PH-SOCSEC-TAX
                   TO WS-YTD-SOCSEC(WS-YTD-ENTRY-SUB)
               ADD PH-MEDICARE-TAX
                   TO WS-YTD-MEDICARE(WS-YTD-ENTRY-SUB)
               IF PH-FICA-WAGES = ZERO AND PH-FEDERAL-WAGES = ZERO
                   ADD PH-GROSS-PAY
                       TO WS-YTD-FICA-WAGES(WS-YTD-ENTRY-SUB)
               ELSE
                   ADD PH-FICA-WAGES
                       TO WS-YTD-FICA-WAGES(WS-YTD-ENTRY-SUB)
               END-IF
               COMPUTE WS-HIST-DED =
                   PH-GROSS-PAY + PH-REIMBURSEMENT
                 - PH-FEDERAL-TAX - PH-STATE-TAX
                 - PH-LOCAL-TAX - PH-SOCSEC-TAX - PH-MEDICARE-TAX
                 - PH-NET-PAY
               IF WS-HIST-DED > ZERO
                   ADD WS-HIST-DED
                       TO WS-YTD-DED(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-LOCAL(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-DED(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-NET(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-SOCSEC(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-MEDICARE(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-FICA-WAGES(WS-YTD-ENTRY-SUB)
                   MOVE "Y" TO WS-YTD-FOUND
               END-IF
           END-IF.
           MOVE EM-FEDERAL-WITHHOLDING-RATE TO WS-TAX-RATE.
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > WS-FED-COUNT
               IF WS-FEDERAL-WAGES >= WS-FED-FLOOR(WS-TAX-SUB)
                       AND WS-FEDERAL-WAGES
                           <= WS-FED-CEILING(WS-TAX-SUB)
                   MOVE WS-FED-RATE(WS-TAX-SUB) TO WS-TAX-RATE
                   MOVE WS-FED-COUNT TO WS-TAX-SUB
               END-IF
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > WS-STA-COUNT
               IF WS-STA-STATE(WS-TAX-SUB) = EM-WORK-STATE
                       AND WS-STATE-WAGES
                           >= WS-STA-FLOOR(WS-TAX-SUB)
                       AND WS-STATE-WAGES
                           <= WS-STA-CEILING(WS-TAX-SUB)
                   MOVE WS-STA-RATE(WS-TAX-SUB) TO WS-TAX-RATE
                   MOVE WS-STA-COUNT TO WS-TAX-SUB
               END-IF
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > WS-LOC-COUNT
               IF WS-LOC-STATE(WS-TAX-SUB) = EM-WORK-STATE
                       AND WS-LOCAL-WAGES
                           >= WS-LOC-FLOOR(WS-TAX-SUB)
                       AND WS-LOCAL-WAGES
                           <= WS-LOC-CEILING(WS-TAX-SUB)
                   MOVE WS-LOC-RATE(WS-TAX-SUB) TO WS-TAX-RATE
                   MOVE WS-LOC-COUNT TO WS-TAX-SUB
               END-IF
           END-IF.

       WRITE-PAYSLIP.
           PERFORM PAY-EXPENSE-CLAIMS.
           CALL "NAME-JOIN" USING EM-FIRST-NAME EM-LAST-NAME
               WS-FULL-NAME.
           MOVE WS-PAY-EMPLOYEE-ID TO PS-EMPLOYEE-ID.
           MOVE WS-FULL-NAME   TO PS-EMPLOYEE-NAME.
           MOVE WS-PAY-PERIOD-DATE TO PS-PAY-PERIOD.
           MOVE WS-GROSS-PAY   TO PS-GROSS-PAY.
           MOVE WS-FEDERAL-TAX TO PS-FEDERAL-TAX.
           MOVE WS-STATE-TAX   TO PS-STATE-TAX.
           MOVE WS-LOCAL-TAX   TO PS-LOCAL-TAX.
           MOVE WS-SOCSEC-TAX  TO PS-SOCSEC-TAX.
           MOVE WS-MEDICARE-TAX TO PS-MEDICARE-TAX.
           MOVE WS-PREMIUM     TO PS-INSURANCE-PREMIUM.
           MOVE WS-NET-PAY     TO PS-NET-PAY.
           MOVE WS-VACATION-BALANCE TO PS-VACATION-BALANCE.
           MOVE WS-RETIRE-MATCH     TO PS-RETIRE-MATCH.
           MOVE SPACE TO PS-PAY-TYPE.
           MOVE PP-PERIOD-NUMBER TO PS-PERIOD-NUMBER.
           MOVE WS-FEDERAL-WAGES TO PS-FEDERAL-WAGES.
           MOVE WS-STATE-WAGES   TO PS-STATE-WAGES.
           MOVE WS-LOCAL-WAGES   TO PS-LOCAL-WAGES.
           MOVE WS-FICA-WAGES    TO PS-FICA-WAGES.
           MOVE WS-ARREARS-DEFERRED  TO PS-ARREARS-DEFERRED.
           MOVE WS-ARREARS-RECOVERED TO PS-ARREARS-RECOVERED.
           MOVE WS-LOAN-DEDUCTION    TO PS-LOAN-DEDUCTION.
           MOVE WS-REIMBURSEMENT     TO PS-REIMBURSEMENT.
           PERFORM ROLL-YTD-FORWARD.
           WRITE PAYSLIP-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM WRITE-PAYROLL-HISTORY.
           IF WS-REIMBURSEMENT > ZERO
               PERFORM REWRITE-EXPENSE-CLAIMS
           END-IF.

       PAY-EXPENSE-CLAIMS.
           MOVE 0 TO WS-REIMBURSEMENT.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CLAIM-IMAGE(WS-CLAIM-SUB)
                   TO EXPENSE-CLAIM-RECORD
               IF XC-EMPLOYEE-ID = WS-PAY-EMPLOYEE-ID
                       AND XC-STATUS = "A"
                   ADD XC-AMOUNT TO WS-REIMBURSEMENT
                   MOVE "D" TO XC-STATUS
                   MOVE WS-START-DATE TO XC-PAID-DATE
                   MOVE SPACE TO XC-PAID-BY
                   MOVE EXPENSE-CLAIM-RECORD
                       TO WS-CLAIM-IMAGE(WS-CLAIM-SUB)
               END-IF
           END-PERFORM.
           ADD WS-REIMBURSEMENT TO WS-NET-PAY.
           ADD WS-REIMBURSEMENT TO WS-TOTAL-REIMBURSEMENT.

       ROLL-YTD-FORWARD.
           MOVE WS-PAY-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           PERFORM FIND-YTD-ENTRY.
           IF WS-YTD-FOUND = "Y"
               COMPUTE WS-CURRENT-DED =
                   WS-GARNISHMENT + WS-RETIRE-DEDUCTION
                 + WS-PREMIUM + WS-LOAN-DEDUCTION
               ADD WS-GROSS-PAY
                   TO WS-YTD-GROSS(WS-YTD-ENTRY-SUB)
               ADD WS-FEDERAL-TAX
                   TO WS-YTD-DED(WS-YTD-ENTRY-SUB)
               ADD WS-NET-PAY
                   TO WS-YTD-NET(WS-YTD-ENTRY-SUB)
               ADD WS-SOCSEC-TAX
                   TO WS-YTD-SOCSEC(WS-YTD-ENTRY-SUB)
               ADD WS-MEDICARE-TAX
                   TO WS-YTD-MEDICARE(WS-YTD-ENTRY-SUB)
               ADD WS-FICA-WAGES
                   TO WS-YTD-FICA-WAGES(WS-YTD-ENTRY-SUB)
               MOVE WS-YTD-GROSS(WS-YTD-ENTRY-SUB)
                   TO PS-YTD-GROSS
               MOVE WS-YTD-FEDERAL(WS-YTD-ENTRY-SUB)
                   TO PS-YTD-DEDUCTIONS
               MOVE WS-YTD-NET(WS-YTD-ENTRY-SUB)
                   TO PS-YTD-NET
               MOVE WS-YTD-SOCSEC(WS-YTD-ENTRY-SUB)
                   TO PS-YTD-SOCSEC
               MOVE WS-YTD-MEDICARE(WS-YTD-ENTRY-SUB)
                   TO PS-YTD-MEDICARE
           ELSE
               MOVE WS-GROSS-PAY   TO PS-YTD-GROSS
               MOVE WS-FEDERAL-TAX TO PS-YTD-FEDERAL
               MOVE WS-LOCAL-TAX   TO PS-YTD-LOCAL
               COMPUTE PS-YTD-DEDUCTIONS =
                   WS-GARNISHMENT + WS-RETIRE-DEDUCTION
                 + WS-PREMIUM + WS-LOAN-DEDUCTION
               MOVE WS-NET-PAY     TO PS-YTD-NET
               MOVE WS-SOCSEC-TAX  TO PS-YTD-SOCSEC
               MOVE WS-MEDICARE-TAX TO PS-YTD-MEDICARE
           END-IF.

       WRITE-PAYROLL-HISTORY.
           MOVE WS-PAY-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           MOVE PP-PERIOD-NUMBER  TO PH-PERIOD-NUMBER.
           MOVE WS-START-DATE     TO PH-PAY-DATE.
           MOVE WS-GROSS-PAY      TO PH-GROSS-PAY.
           MOVE WS-FEDERAL-TAX    TO PH-FEDERAL-TAX.
           MOVE WS-STATE-TAX      TO PH-STATE-TAX.
           MOVE WS-LOCAL-TAX      TO PH-LOCAL-TAX.
           MOVE WS-SOCSEC-TAX     TO PH-SOCSEC-TAX.
           MOVE WS-MEDICARE-TAX   TO PH-MEDICARE-TAX.
           MOVE WS-NET-PAY        TO PH-NET-PAY.
           MOVE WS-GARNISHMENT    TO PH-GARNISHMENT.
           MOVE WS-EMPLOYER-FICA  TO PH-EMPLOYER-FICA.
           MOVE WS-RETIRE-DEDUCTION TO PH-RETIRE-DEDUCTION.
           MOVE WS-RETIRE-MATCH     TO PH-RETIRE-MATCH.
           MOVE SPACE TO PH-PAY-TYPE.
           MOVE WS-FEDERAL-WAGES  TO PH-FEDERAL-WAGES.
           MOVE WS-STATE-WAGES    TO PH-STATE-WAGES.
           MOVE WS-LOCAL-WAGES    TO PH-LOCAL-WAGES.
           MOVE WS-FICA-WAGES     TO PH-FICA-WAGES.
           MOVE WS-LOAN-DEDUCTION TO PH-LOAN-DEDUCTION.
           MOVE WS-REIMBURSEMENT  TO PH-REIMBURSEMENT.
           MOVE EM-WC-CLASS-CODE  TO PH-WC-CLASS-CODE.
           MOVE EM-WORK-STATE     TO PH-WORK-STATE.
           MOVE WS-OT-PREMIUM     TO PH-OT-PREMIUM.
           WRITE PAYROLL-HISTORY-RECORD.
           ADD WS-EMPLOYER-FICA  TO WS-TOTAL-EMPLOYER-FICA.
           ADD WS-EMPLOYER-UNEMP TO WS-TOTAL-EMPLOYER-UNEMP.
           IF WS-LABOR-OPEN = "Y"
               PERFORM WRITE-LABOR-DISTRIBUTION
           END-IF.

       WRITE-LABOR-DISTRIBUTION.
           MOVE WS-START-DATE      TO LD-PAY-DATE.
           MOVE PP-PERIOD-NUMBER   TO LD-PERIOD-NUMBER.
           MOVE WS-PAY-PERIOD-DATE TO LD-WEEK-ENDING.
           MOVE WS-PAY-EMPLOYEE-ID TO LD-EMPLOYEE-ID.
           MOVE EM-DEPT-CODE       TO LD-DEPT-CODE.
           MOVE WS-GROSS-PAY       TO WS-LABOR-REMAINING.
           MOVE 0 TO WS-LABOR-CARD-HOURS.
           IF EM-PAY-TYPE NOT = "S"
               COMPUTE WS-LABOR-CARD-HOURS =
                   TC-REGULAR-HOURS + TC-OVERTIME-HOURS
                 + TC-HOLIDAY-HOURS
           END-IF.
           MOVE WS-LABOR-CARD-HOURS TO WS-LABOR-DEPT-HOURS.
           IF WS-LABOR-CARD-HOURS > ZERO
               PERFORM VARYING WS-LABOR-SUB FROM 1 BY 1
                       UNTIL WS-LABOR-SUB > TC-JOB-COUNT
                       OR WS-LABOR-SUB > 5
                   IF TC-JOB-CODE(WS-LABOR-SUB) NOT = SPACES
                           AND TC-JOB-HOURS(WS-LABOR-SUB) > ZERO
                           AND TC-JOB-HOURS(WS-LABOR-SUB)
                               <= WS-LABOR-DEPT-HOURS
                       PERFORM WRITE-JOB-LABOR-LINE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LABOR-REMAINING > ZERO OR WS-LABOR-DEPT-HOURS > ZERO
               MOVE "D" TO LD-CHARGE-TYPE
               MOVE SPACES TO LD-JOB-CODE
               MOVE WS-LABOR-DEPT-HOURS TO LD-HOURS
               MOVE WS-LABOR-REMAINING TO LD-LABOR-AMOUNT
               WRITE LABOR-DIST-RECORD
           END-IF.

       WRITE-JOB-LABOR-LINE.
           COMPUTE WS-LABOR-AMOUNT ROUNDED =
               WS-GROSS-PAY * TC-JOB-HOURS(WS-LABOR-SUB)
             / WS-LABOR-CARD-HOURS.
           IF WS-LABOR-AMOUNT > WS-LABOR-REMAINING
               MOVE WS-LABOR-REMAINING TO WS-LABOR-AMOUNT
           END-IF.
           MOVE "J" TO LD-CHARGE-TYPE.
           MOVE TC-JOB-CODE(WS-LABOR-SUB)  TO LD-JOB-CODE.
           MOVE TC-JOB-HOURS(WS-LABOR-SUB) TO LD-HOURS.
           MOVE WS-LABOR-AMOUNT TO LD-LABOR-AMOUNT.
           WRITE LABOR-DIST-RECORD.
           SUBTRACT WS-LABOR-AMOUNT FROM WS-LABOR-REMAINING.
           SUBTRACT TC-JOB-HOURS(WS-LABOR-SUB)
               FROM WS-LABOR-DEPT-HOURS.

       PRINT-REGISTER-HEADER.
           DISPLAY " ".
           ELSE
               DISPLAY "PAYROLL REGISTER"
           END-IF.
           DISPLAY " ".
           DISPLAY "HOURLY EMPLOYEES".
           DISPLAY "-----------------------------------------------".
           DISPLAY "EMPLOYEE  WEEK END    GROSS      NET".
           DISPLAY "-----------------------------------------------".
           PERFORM OPEN-CSV-EXPORT.
           IF WS-CSV-FRESH = "Y"
               STRING "EMPLOYEE,NAME,PAY TYPE,PERIOD END,GROSS PAY"
                   ",FEDERAL TAX,STATE TAX,LOCAL TAX,SOCIAL SECURITY"
                   ",MEDICARE,INSURANCE,GARNISHMENT,RETIREMENT"
                   ",LOAN REPAYMENT,REIMBURSEMENT,SHIFT DIFFERENTIAL"
                   ",NET PAY"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
           END-IF.

       PRINT-HOURLY-SUBTOTAL.
           COMPUTE WS-HOURLY-PAID =
               WS-WRITTEN-COUNT - WS-SALARIED-PAID.
           COMPUTE WS-HOURLY-GROSS =
               WS-TOTAL-GROSS - WS-SALARIED-GROSS.
           COMPUTE WS-HOURLY-NET =
               WS-TOTAL-NET - WS-SALARIED-NET.
           DISPLAY "-----------------------------------------------".
           DISPLAY "HOURLY PAYSLIPS   : " WS-HOURLY-PAID.
           DISPLAY "HOURLY GROSS PAY  : " WS-HOURLY-GROSS.
           DISPLAY "HOURLY NET PAY    : " WS-HOURLY-NET.

       PRINT-SALARIED-HEADER.
           DISPLAY " ".
           DISPLAY "SALARIED EMPLOYEES".
           DISPLAY "-----------------------------------------------".
           DISPLAY "EMPLOYEE  PERIOD END  GROSS      NET".
           DISPLAY "-----------------------------------------------".

       PRINT-SALARIED-SUBTOTAL.
           DISPLAY "-----------------------------------------------".
           DISPLAY "SALARIED PAYSLIPS : " WS-SALARIED-PAID.
           DISPLAY "SALARIED GROSS PAY: " WS-SALARIED-GROSS.
           DISPLAY "SALARIED NET PAY  : " WS-SALARIED-NET.

       PRINT-REGISTER-LINE.
           DISPLAY PS-EMPLOYEE-ID "     " PS-PAY-PERIOD "  "
               DISPLAY "          SHIFT " TC-SHIFT-CODE
                   " DIFFERENTIAL " WS-SHIFT-DIFF
           END-IF.
           IF WS-PRORATED = "Y"
               DISPLAY "          PRORATED " WS-WORKED-BUS-DAYS
                   " OF " WS-PERIOD-BUS-DAYS " BUSINESS DAYS"
           END-IF.
           IF WS-LOAN-DEDUCTION > ZERO
               DISPLAY "          LOAN REPAYMENT " WS-LOAN-DEDUCTION
           END-IF.
           IF WS-REIMBURSEMENT > ZERO
               DISPLAY "          EXPENSE REIMBURSEMENT "
                   WS-REIMBURSEMENT
           END-IF.
           MOVE PS-EMPLOYEE-ID       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PS-EMPLOYEE-NAME     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           IF EM-PAY-TYPE = "S"
               MOVE "S"              TO EX-TEXT
           ELSE
               MOVE "H"              TO EX-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           MOVE PS-PAY-PERIOD        TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PS-GROSS-PAY         TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-FEDERAL-TAX       TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-STATE-TAX         TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-LOCAL-TAX         TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-SOCSEC-TAX        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-MEDICARE-TAX      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-INSURANCE-PREMIUM TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-GARNISHMENT       TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-RETIRE-DEDUCTION  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-LOAN-DEDUCTION    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-REIMBURSEMENT     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-SHIFT-DIFF        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-NET-PAY           TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.
           ADD WS-GROSS-PAY   TO WS-TOTAL-GROSS.
           ADD WS-FEDERAL-TAX TO WS-TOTAL-FEDERAL.
           ADD WS-STATE-TAX   TO WS-TOTAL-STATE.
           ADD WS-LOCAL-TAX   TO WS-TOTAL-LOCAL.
           ADD WS-SOCSEC-TAX  TO WS-TOTAL-SOCSEC.
           ADD WS-MEDICARE-TAX TO WS-TOTAL-MEDICARE.
           ADD WS-NET-PAY     TO WS-TOTAL-NET.

       PRINT-REGISTER-TOTALS.
           DISPLAY "TIMECARDS REJECTED: " WS-REJECT-COUNT.
           DISPLAY "TIMECARDS HELD    : " WS-HELD-COUNT.
           DISPLAY "OUT OF PERIOD     : " WS-OUT-OF-PERIOD-COUNT.
           DISPLAY "SALARIED CARDS    : " WS-SALARIED-CARDS.
           DISPLAY "PAYSLIPS WRITTEN  : " WS-WRITTEN-COUNT.
           DISPLAY "TOTAL GROSS PAY   : " WS-TOTAL-GROSS.
           DISPLAY "TOTAL FEDERAL TAX : " WS-TOTAL-FEDERAL.
           DISPLAY "TOTAL STATE TAX   : " WS-TOTAL-STATE.
           DISPLAY "TOTAL LOCAL TAX   : " WS-TOTAL-LOCAL.
           DISPLAY "TOTAL SOCIAL SEC  : " WS-TOTAL-SOCSEC.
           DISPLAY "TOTAL MEDICARE    : " WS-TOTAL-MEDICARE.
           DISPLAY "TOTAL NET PAY     : " WS-TOTAL-NET.
           DISPLAY "EMPLOYER FICA     : " WS-TOTAL-EMPLOYER-FICA.
           DISPLAY "EMPLOYER UNEMP    : " WS-TOTAL-EMPLOYER-UNEMP.
           DISPLAY "RETIREMENT DED    : " WS-TOTAL-RETIRE-DED.
           DISPLAY "RETIREMENT MATCH  : " WS-TOTAL-RETIRE-MATCH.
           DISPLAY "ARREARS DEFERRED  : " WS-TOTAL-ARREARS-DEFERRED.
           DISPLAY "ARREARS RECOVERED : " WS-TOTAL-ARREARS-RECOVERED.
           DISPLAY "LOAN REPAYMENTS   : " WS-TOTAL-LOAN-DEDUCTION.
           DISPLAY "REIMBURSEMENTS    : " WS-TOTAL-REIMBURSEMENT.
           DISPLAY "SHIFT DIFFERENTIAL: " WS-TOTAL-SHIFT-DIFF.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
               DISPLAY "PAYROLL REGISTER CSV REGISTERED ON THE PRINT "
                   "SPOOL CATALOG."
           END-IF.

       OPEN-CSV-EXPORT.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.
           MOVE "Y" TO WS-CSV-FRESH.
           IF WS-RESUMING = "Y"
               OPEN EXTEND CsvFile
               IF WS-CSV-STATUS = "05" OR WS-CSV-STATUS = "35"
                   OPEN OUTPUT CsvFile
               ELSE
                   MOVE "N" TO WS-CSV-FRESH
               END-IF
           ELSE
               OPEN OUTPUT CsvFile
           END-IF.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CSV EXPORT " WS-SPOOL-CSV
                   ": STATUS " WS-CSV-STATUS
               MOVE SPACES TO WS-SPOOL-CSV
           END-IF.

       ADD-CSV-TEXT.
           MOVE "T" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       ADD-CSV-AMOUNT.
           MOVE "A" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       WRITE-CSV-ROW.
           IF WS-SPOOL-CSV NOT = SPACES
               MOVE EX-ROW TO CSV-LINE
               WRITE CSV-LINE
           END-IF.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.

       CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CLOSE CsvFile
           END-IF.
