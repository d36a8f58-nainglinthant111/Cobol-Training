       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayPeriodFile ASSIGN TO "payperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PayPeriod-Status.
           SELECT PayrollHistoryFile ASSIGN TO "payrollhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Payroll-Status.
           SELECT AcctPeriodFile ASSIGN TO "acctperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-Master-Status.
           SELECT ReportFile ASSIGN TO "payaccrual.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO "payaccrual.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PayPeriodFile.
       COPY "PayPeriod.cpy".

       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD AcctPeriodFile.
       COPY "AcctPeriod.cpy".

       FD GlJournalFile.
       01 GL-JOURNAL-RECORD.
           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-ACCOUNT          PIC 9(4).
           02 GJ-DEBIT            PIC 9(9)V99.
           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).
       01 GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
           02 FILLER              PIC X.
           02 GJ-RUN-DATE         PIC 9(8).
           02 GJ-COMPANY-CODE     PIC XX.
           02 FILLER              PIC X(46).
       01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           02 FILLER              PIC X.
           02 GJ-TOTAL-DEBITS     PIC 9(9)V99.
           02 GJ-TOTAL-CREDITS    PIC 9(9)V99.
           02 GJ-LINE-COUNT       PIC 9(4).
           02 FILLER              PIC X(30).

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-PayPeriod-Status PIC XX.
       01 WS-Payroll-Status   PIC XX.
       01 WS-Period-Status    PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-ANSWER           PIC X.
       01 WS-TODAY            PIC 9(8).

       01 WS-WAGE-ACCOUNT     PIC 9(4) VALUE 6000.
       01 WS-TAX-ACCOUNT      PIC 9(4) VALUE 6100.
       01 WS-ACCRUAL-ACCOUNT  PIC 9(4) VALUE 2050.

       01 WS-ACCRUAL-MONTH    PIC 9(6).
       01 WS-ACCRUAL-MONTH-X REDEFINES WS-ACCRUAL-MONTH.
           02 WS-ACCRUAL-YEAR PIC 9(4).
           02 WS-ACCRUAL-MM   PIC 99.
       01 WS-MONTH-END-DATE   PIC 9(8).
       01 WS-REVERSAL-DATE    PIC 9(8).
       01 WS-REVERSAL-MONTH   PIC 9(6).
       01 WS-MAX-DAY          PIC 99.
       01 WS-QUOTIENT         PIC 9(4).
       01 WS-REMAINDER        PIC 9(4).
       01 WS-LEAP-YEAR        PIC X.

       01 WS-PP-FOUND         PIC X VALUE "N".
       01 WS-PP-NUMBER        PIC 9(4).
       01 WS-PP-START         PIC 9(8).
       01 WS-PP-END           PIC 9(8).
       01 WS-PERIOD-PAID      PIC X VALUE "N".

       01 WS-LAST-PAY-DATE    PIC 9(8) VALUE 0.
       01 WS-LAST-PERIOD      PIC 9(4) VALUE 0.
       01 WS-LAST-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-LAST-FICA        PIC 9(9)V99 VALUE 0.
       01 WS-LAST-UNEMP       PIC 9(9)V99 VALUE 0.
       01 WS-LAST-EMPLOYEES   PIC 9(5) VALUE 0.

       01 WS-Master-Status    PIC XX.
       01 WS-Master-Open      PIC X VALUE "N".
       01 WS-Rec-Company      PIC XX.
       01 WS-Acc-Table.
           02 WS-Acc-Count PIC 99 VALUE 0.
           02 WS-Acc-Entry OCCURS 50 TIMES.
             03 WS-Acc-Company PIC XX.
             03 WS-Acc-Gross   PIC 9(9)V99.
             03 WS-Acc-Fica    PIC 9(9)V99.
             03 WS-Acc-Unemp   PIC 9(9)V99.
             03 WS-Acc-Wages   PIC 9(9)V99.
             03 WS-Acc-Taxes   PIC 9(9)V99.
             03 WS-Acc-Total   PIC 9(9)V99.
       01 WS-Acc-Sub          PIC 99.
       01 WS-Acc-Found        PIC 99.

       01 WS-PERIOD-DAYS      PIC 9(3) VALUE 0.
       01 WS-ACCRUED-DAYS     PIC 9(3) VALUE 0.
       01 WS-BUSDAY-FUNCTION  PIC X.
       01 WS-DAY-COUNT        PIC 9(3) VALUE 1.
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-RESULT-DATE      PIC 9(8).

       01 WS-ACCRUED-WAGES    PIC 9(9)V99 VALUE 0.
       01 WS-ACCRUED-TAXES    PIC 9(9)V99 VALUE 0.
       01 WS-ACCRUED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-ALREADY-POSTED   PIC X VALUE "N".
       01 WS-REVERSING        PIC X VALUE "N".
       01 WS-SWAP-AMOUNT      PIC 9(9)V99.
       01 WS-SWAP-DESCRIPTION PIC X(20).

       01 WS-Per-Table.
           02 WS-Per-Count PIC 9(3) VALUE 0.
           02 WS-Per-Entry OCCURS 120 TIMES.
             03 WS-Per-Month  PIC 9(6).
             03 WS-Per-Status PIC X.
       01 WS-Per-Sub          PIC 9(3).
       01 WS-RUN-MONTH        PIC 9(6).
       01 WS-POSTING-PERIOD   PIC 9(6) VALUE 0.
       01 WS-ACCRUAL-OPEN     PIC X VALUE "N".

       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-JOURNAL-LINES    PIC 9(4) VALUE 0.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "PAYROLL ACCRUAL".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "payaccrual.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "payaccrual.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "PAYROLL-ACCRUAL".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "ENTER MONTH TO ACCRUE (YYYYMM): ".
           ACCEPT WS-ACCRUAL-MONTH.

           IF WS-ACCRUAL-MM < 1 OR WS-ACCRUAL-MM > 12
               DISPLAY "INVALID MONTH - NO ACCRUAL PRODUCED"
           ELSE
               PERFORM SET-ACCRUAL-DATES
               PERFORM LOAD-PERIODS
               PERFORM CHECK-ACCRUAL-PERIOD
               PERFORM FIND-POSTING-PERIOD
               PERFORM FIND-PAY-PERIOD
               EVALUATE TRUE
                   WHEN WS-ACCRUAL-OPEN NOT = "Y"
                       DISPLAY "PERIOD " WS-ACCRUAL-MONTH
                           " IS NOT OPEN - NO ACCRUAL PRODUCED"
                   WHEN WS-POSTING-PERIOD = 0
                       DISPLAY "NO OPEN ACCOUNTING PERIOD AFTER "
                           WS-ACCRUAL-MONTH " FOR THE REVERSAL - "
                           "NO ACCRUAL PRODUCED"
                   WHEN WS-PP-FOUND NOT = "Y"
                       DISPLAY "NO PAY PERIOD SPANS " WS-MONTH-END-DATE
                           " - NO ACCRUAL PRODUCED"
                   WHEN OTHER
                       PERFORM CHECK-EXISTING-ACCRUAL
                       IF WS-ALREADY-POSTED = "Y"
                           DISPLAY "PAYROLL ACCRUAL ALREADY POSTED "
                               "FOR " WS-ACCRUAL-MONTH
                               " - NOTHING POSTED"
                       ELSE
                           PERFORM BUILD-ACCRUAL
                       END-IF
               END-EVALUATE
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       SET-ACCRUAL-DATES.
           PERFORM SET-MONTH-LENGTH.
           COMPUTE WS-MONTH-END-DATE =
               WS-ACCRUAL-MONTH * 100 + WS-MAX-DAY.
           IF WS-ACCRUAL-MM = 12
               COMPUTE WS-REVERSAL-MONTH =
                   (WS-ACCRUAL-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-REVERSAL-MONTH = WS-ACCRUAL-MONTH + 1
           END-IF.
           MOVE WS-REVERSAL-MONTH TO WS-RUN-MONTH.

       SET-MONTH-LENGTH.
           MOVE "N" TO WS-LEAP-YEAR.
           DIVIDE WS-ACCRUAL-YEAR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE "Y" TO WS-LEAP-YEAR
               DIVIDE WS-ACCRUAL-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   DIVIDE WS-ACCRUAL-YEAR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER NOT = ZERO
                       MOVE "N" TO WS-LEAP-YEAR
                   END-IF
               END-IF
           END-IF.
           EVALUATE WS-ACCRUAL-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MAX-DAY
               WHEN 2
                   IF WS-LEAP-YEAR = "Y"
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAX-DAY
           END-EVALUATE.

       LOAD-PERIODS.
           OPEN INPUT AcctPeriodFile.
           IF WS-Period-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Per-Count >= 120
                   READ AcctPeriodFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Per-Count
                           MOVE AC-PERIOD-MONTH
                               TO WS-Per-Month(WS-Per-Count)
                           MOVE AC-STATUS
                               TO WS-Per-Status(WS-Per-Count)
                   END-READ
               END-PERFORM
               CLOSE AcctPeriodFile
               MOVE "N" TO WS-Eof
           ELSE
               DISPLAY "ACCOUNTING PERIOD FILE NOT FOUND - "
                   "POSTING WITHOUT PERIOD CONTROL"
           END-IF.

       CHECK-ACCRUAL-PERIOD.
           IF WS-Period-Status NOT = "00"
               MOVE "Y" TO WS-ACCRUAL-OPEN
           ELSE
               PERFORM VARYING WS-Per-Sub FROM 1 BY 1
                       UNTIL WS-Per-Sub > WS-Per-Count
                   IF WS-Per-Month(WS-Per-Sub) = WS-ACCRUAL-MONTH
                           AND WS-Per-Status(WS-Per-Sub) = "O"
                       MOVE "Y" TO WS-ACCRUAL-OPEN
                   END-IF
               END-PERFORM
           END-IF.

       FIND-POSTING-PERIOD.
           IF WS-Period-Status NOT = "00"
               MOVE WS-RUN-MONTH TO WS-POSTING-PERIOD
           ELSE
               MOVE 0 TO WS-POSTING-PERIOD
               PERFORM VARYING WS-Per-Sub FROM 1 BY 1
                       UNTIL WS-Per-Sub > WS-Per-Count
                   IF WS-Per-Status(WS-Per-Sub) = "O"
                           AND WS-Per-Month(WS-Per-Sub)
                               >= WS-RUN-MONTH
                       IF WS-POSTING-PERIOD = 0
                               OR WS-Per-Month(WS-Per-Sub)
                                   < WS-POSTING-PERIOD
                           MOVE WS-Per-Month(WS-Per-Sub)
                               TO WS-POSTING-PERIOD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-REVERSAL-DATE = WS-POSTING-PERIOD * 100 + 1.

       FIND-PAY-PERIOD.
           OPEN INPUT PayPeriodFile.
           IF WS-PayPeriod-Status NOT = "00"
               DISPLAY "PAY PERIOD FILE NOT AVAILABLE: STATUS "
                   WS-PayPeriod-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ PayPeriodFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PP-START-DATE <= WS-MONTH-END-DATE
                                   AND PP-END-DATE
                                       >= WS-MONTH-END-DATE
                               MOVE "Y" TO WS-PP-FOUND
                               MOVE PP-PERIOD-NUMBER TO WS-PP-NUMBER
                               MOVE PP-START-DATE TO WS-PP-START
                               MOVE PP-END-DATE TO WS-PP-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayPeriodFile
               MOVE "N" TO WS-Eof
           END-IF.

       CHECK-EXISTING-ACCRUAL.
           OPEN INPUT GlJournalFile.
           IF WS-Journal-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ GlJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF GJ-RECORD-TYPE = "D"
                                   AND GJ-ACCOUNT = WS-ACCRUAL-ACCOUNT
                                   AND GJ-PERIOD = WS-ACCRUAL-MONTH
                                   AND GJ-CREDIT > 0
                               MOVE "Y" TO WS-ALREADY-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlJournalFile
               MOVE "N" TO WS-Eof
           END-IF.

       BUILD-ACCRUAL.
           PERFORM TOTAL-PAYROLL-HISTORY.
           IF WS-PERIOD-PAID = "Y"
               DISPLAY "PAY PERIOD " WS-PP-NUMBER " WAS PAID ON OR "
                   "BEFORE " WS-MONTH-END-DATE " - NOTHING TO ACCRUE"
           ELSE
           IF WS-LAST-PAY-DATE = 0
               DISPLAY "NO REGULAR PAYROLL ON FILE TO BASE THE "
                   "ACCRUAL ON - NOTHING POSTED"
           ELSE
               PERFORM COUNT-BUSINESS-DAYS
               IF WS-PERIOD-DAYS = 0
                   DISPLAY "PAY PERIOD " WS-PP-NUMBER " HAS NO "
                       "BUSINESS DAYS - NOTHING TO ACCRUE"
               ELSE
                   PERFORM COMPUTE-COMPANY-ACCRUALS
                   PERFORM PRINT-ACCRUAL-REPORT
                   PERFORM CONFIRM-ACCRUAL
               END-IF
           END-IF END-IF.

       COMPUTE-COMPANY-ACCRUALS.
           MOVE 0 TO WS-ACCRUED-WAGES.
           MOVE 0 TO WS-ACCRUED-TAXES.
           PERFORM VARYING WS-Acc-Sub FROM 1 BY 1
                   UNTIL WS-Acc-Sub > WS-Acc-Count
               COMPUTE WS-Acc-Wages(WS-Acc-Sub) ROUNDED =
                   WS-Acc-Gross(WS-Acc-Sub) * WS-ACCRUED-DAYS
                   / WS-PERIOD-DAYS
               COMPUTE WS-Acc-Taxes(WS-Acc-Sub) ROUNDED =
                   (WS-Acc-Fica(WS-Acc-Sub) + WS-Acc-Unemp(WS-Acc-Sub))
                   * WS-ACCRUED-DAYS / WS-PERIOD-DAYS
               COMPUTE WS-Acc-Total(WS-Acc-Sub) =
                   WS-Acc-Wages(WS-Acc-Sub) + WS-Acc-Taxes(WS-Acc-Sub)
               ADD WS-Acc-Wages(WS-Acc-Sub) TO WS-ACCRUED-WAGES
               ADD WS-Acc-Taxes(WS-Acc-Sub) TO WS-ACCRUED-TAXES
           END-PERFORM.
           COMPUTE WS-ACCRUED-TOTAL =
               WS-ACCRUED-WAGES + WS-ACCRUED-TAXES.

       TOTAL-PAYROLL-HISTORY.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-Master-Status = "00"
               MOVE "Y" TO WS-Master-Open
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE: STATUS "
                   WS-Master-Status " - ACCRUAL POSTS TO COMPANY 01"
           END-IF.
           OPEN INPUT PayrollHistoryFile.
           IF WS-Payroll-Status NOT = "00"
               DISPLAY "PAYROLL HISTORY NOT AVAILABLE: STATUS "
                   WS-Payroll-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PH-PAY-TYPE = SPACE
                                   AND PH-PAY-DATE <= WS-MONTH-END-DATE
                               PERFORM NOTE-PAYROLL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
               MOVE "N" TO WS-Eof
           END-IF.
           IF WS-Master-Open = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-Master-Open
           END-IF.

       NOTE-PAYROLL-RECORD.
           IF PH-PERIOD-NUMBER = WS-PP-NUMBER
               MOVE "Y" TO WS-PERIOD-PAID
           END-IF.
           IF PH-PAY-DATE > WS-LAST-PAY-DATE
               MOVE PH-PAY-DATE TO WS-LAST-PAY-DATE
               MOVE PH-PERIOD-NUMBER TO WS-LAST-PERIOD
               MOVE 0 TO WS-LAST-GROSS
               MOVE 0 TO WS-LAST-FICA
               MOVE 0 TO WS-LAST-UNEMP
               MOVE 0 TO WS-LAST-EMPLOYEES
               MOVE 0 TO WS-Acc-Count
           END-IF.
           IF PH-PAY-DATE = WS-LAST-PAY-DATE
               ADD PH-GROSS-PAY TO WS-LAST-GROSS
               ADD PH-EMPLOYER-FICA TO WS-LAST-FICA
               ADD PH-EMPLOYER-UNEMP TO WS-LAST-UNEMP
               ADD 1 TO WS-LAST-EMPLOYEES
               PERFORM ADD-COMPANY-PAYROLL
           END-IF.

       ADD-COMPANY-PAYROLL.
           MOVE "01" TO WS-Rec-Company.
           IF WS-Master-Open = "Y"
               MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-COMPANY-CODE NOT = SPACES
                           MOVE EM-COMPANY-CODE TO WS-Rec-Company
                       END-IF
               END-READ
           END-IF.
           MOVE 0 TO WS-Acc-Found.
           PERFORM VARYING WS-Acc-Sub FROM 1 BY 1
                   UNTIL WS-Acc-Sub > WS-Acc-Count
                   OR WS-Acc-Found > 0
               IF WS-Acc-Company(WS-Acc-Sub) = WS-Rec-Company
                   MOVE WS-Acc-Sub TO WS-Acc-Found
               END-IF
           END-PERFORM.
           IF WS-Acc-Found = 0
               IF WS-Acc-Count < 50
                   ADD 1 TO WS-Acc-Count
                   MOVE WS-Acc-Count TO WS-Acc-Found
                   MOVE WS-Rec-Company TO WS-Acc-Company(WS-Acc-Found)
                   MOVE 0 TO WS-Acc-Gross(WS-Acc-Found)
                   MOVE 0 TO WS-Acc-Fica(WS-Acc-Found)
                   MOVE 0 TO WS-Acc-Unemp(WS-Acc-Found)
               ELSE
                   MOVE 1 TO WS-Acc-Found
                   DISPLAY "MORE THAN 50 COMPANIES ON THE PAYROLL - "
                       "COMPANY " WS-Rec-Company " ACCRUED UNDER "
                       WS-Acc-Company(1)
               END-IF
           END-IF.
           ADD PH-GROSS-PAY TO WS-Acc-Gross(WS-Acc-Found).
           ADD PH-EMPLOYER-FICA TO WS-Acc-Fica(WS-Acc-Found).
           ADD PH-EMPLOYER-UNEMP TO WS-Acc-Unemp(WS-Acc-Found).

       COUNT-BUSINESS-DAYS.
           MOVE WS-PP-START TO WS-WORK-DATE.
           PERFORM UNTIL WS-WORK-DATE > WS-PP-END
               MOVE "B" TO WS-BUSDAY-FUNCTION
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-WORK-DATE WS-DAY-COUNT WS-RESULT-DATE
               IF WS-RESULT-DATE = WS-WORK-DATE
                   ADD 1 TO WS-PERIOD-DAYS
                   IF WS-WORK-DATE <= WS-MONTH-END-DATE
                       ADD 1 TO WS-ACCRUED-DAYS
                   END-IF
               END-IF
               MOVE "C" TO WS-BUSDAY-FUNCTION
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-WORK-DATE WS-DAY-COUNT WS-RESULT-DATE
               MOVE WS-RESULT-DATE TO WS-WORK-DATE
           END-PERFORM.

       PRINT-ACCRUAL-REPORT.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN payaccrual.prt: STATUS "
                   WS-Report-Status
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "MONTH-END PAYROLL ACCRUAL - " WS-ACCRUAL-MONTH
                   "   RUN DATE " WS-TODAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "MONTH END                     " WS-MONTH-END-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "OPEN PAY PERIOD               " WS-PP-NUMBER
                   "  " WS-PP-START " TO " WS-PP-END
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BASED ON PAYROLL PAID         " WS-LAST-PAY-DATE
                   "  PERIOD " WS-LAST-PERIOD "  EMPLOYEES "
                   WS-LAST-EMPLOYEES
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-LAST-GROSS TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LAST PAYROLL GROSS            " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-LAST-FICA TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LAST PAYROLL EMPLOYER FICA    " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-LAST-UNEMP TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LAST PAYROLL EMPLOYER UNEMP   " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BUSINESS DAYS IN PAY PERIOD   " WS-PERIOD-DAYS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BUSINESS DAYS TO MONTH END    " WS-ACCRUED-DAYS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ACCRUED-WAGES TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ACCRUED WAGES  (GROSS X " WS-ACCRUED-DAYS "/"
                   WS-PERIOD-DAYS ")  " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ACCRUED-TAXES TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ACCRUED TAXES  (TAXES X " WS-ACCRUED-DAYS "/"
                   WS-PERIOD-DAYS ")  " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ACCRUED-TOTAL TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TOTAL ACCRUAL                 " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-Acc-Sub FROM 1 BY 1
                       UNTIL WS-Acc-Sub > WS-Acc-Count
                   MOVE WS-Acc-Total(WS-Acc-Sub) TO WS-AMOUNT-OUT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  COMPANY " WS-Acc-Company(WS-Acc-Sub)
                       "                  " WS-AMOUNT-OUT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ACCRUAL POSTS TO PERIOD " WS-ACCRUAL-MONTH
                   ": DR " WS-WAGE-ACCOUNT " AND " WS-TAX-ACCOUNT
                   ", CR " WS-ACCRUAL-ACCOUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REVERSAL DATED " WS-REVERSAL-DATE
                   " POSTS TO PERIOD " WS-POSTING-PERIOD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE ReportFile
               PERFORM OPEN-CSV-EXPORT
               STRING "ACCRUAL MONTH,MONTH END,PAY PERIOD,PERIOD START"
                   ",PERIOD END,LAST PAY DATE,EMPLOYEES,LAST GROSS"
                   ",LAST FICA,LAST UNEMP,PERIOD DAYS,ACCRUED DAYS"
                   ",ACCRUED WAGES,ACCRUED TAXES,TOTAL ACCRUAL"
                   ",REVERSAL DATE,REVERSAL PERIOD"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               MOVE WS-ACCRUAL-MONTH  TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-MONTH-END-DATE TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-PP-NUMBER      TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-PP-START       TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-PP-END         TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-LAST-PAY-DATE  TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-LAST-EMPLOYEES TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-LAST-GROSS     TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-LAST-FICA      TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-LAST-UNEMP     TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-PERIOD-DAYS    TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-ACCRUED-DAYS   TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-ACCRUED-WAGES  TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-ACCRUED-TAXES  TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-ACCRUED-TOTAL  TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-REVERSAL-DATE  TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-POSTING-PERIOD TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               PERFORM WRITE-CSV-ROW
               PERFORM CLOSE-CSV-EXPORT
               PERFORM REGISTER-REPORT
               DISPLAY "ACCRUAL DETAIL WRITTEN TO payaccrual.prt"
           END-IF.

       CONFIRM-ACCRUAL.
           MOVE WS-ACCRUED-TOTAL TO WS-AMOUNT-OUT.
           DISPLAY "ACCRUED WAGES AND TAXES FOR " WS-ACCRUAL-MONTH
               ": " WS-AMOUNT-OUT.
           DISPLAY "REVERSAL POSTS TO PERIOD " WS-POSTING-PERIOD.
           IF WS-ACCRUED-TOTAL = 0
               DISPLAY "NOTHING TO ACCRUE - NOTHING POSTED"
           ELSE
               DISPLAY "POST ACCRUAL AND REVERSAL (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM WRITE-ACCRUAL-JOURNAL
               ELSE
                   DISPLAY "ACCRUAL NOT POSTED."
               END-IF
           END-IF.

       WRITE-ACCRUAL-JOURNAL.
           OPEN EXTEND GlJournalFile.
           IF WS-Journal-Status = "05" OR WS-Journal-Status = "35"
               OPEN OUTPUT GlJournalFile
           END-IF.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN GL JOURNAL: STATUS "
                   WS-Journal-Status
           ELSE
               PERFORM VARYING WS-Acc-Sub FROM 1 BY 1
                       UNTIL WS-Acc-Sub > WS-Acc-Count
                   IF WS-Acc-Total(WS-Acc-Sub) > 0
                       MOVE "N" TO WS-REVERSING
                       PERFORM WRITE-ACCRUAL-SECTION
                       MOVE "Y" TO WS-REVERSING
                       PERFORM WRITE-ACCRUAL-SECTION
                   END-IF
               END-PERFORM
               CLOSE GlJournalFile
               DISPLAY "ACCRUAL POSTED TO PERIOD " WS-ACCRUAL-MONTH
               DISPLAY "REVERSAL POSTED TO PERIOD " WS-POSTING-PERIOD
           END-IF.

       WRITE-ACCRUAL-SECTION.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-JOURNAL-LINES.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-RECORD-TYPE.
           IF WS-REVERSING = "Y"
               MOVE WS-REVERSAL-DATE TO GJ-RUN-DATE
           ELSE
               MOVE WS-MONTH-END-DATE TO GJ-RUN-DATE
           END-IF.
           MOVE WS-Acc-Company(WS-Acc-Sub) TO GJ-COMPANY-CODE.
           WRITE GL-JOURNAL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-WAGE-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-Acc-Wages(WS-Acc-Sub) TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "ACCRUED WAGES" TO GJ-DESCRIPTION.
           PERFORM WRITE-DETAIL-RECORD.
           MOVE WS-TAX-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-Acc-Taxes(WS-Acc-Sub) TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "ACCRUED EMPLR TAX" TO GJ-DESCRIPTION.
           PERFORM WRITE-DETAIL-RECORD.
           MOVE WS-ACCRUAL-ACCOUNT TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-Acc-Total(WS-Acc-Sub) TO GJ-CREDIT.
           MOVE "ACCRUED PAYROLL" TO GJ-DESCRIPTION.
           PERFORM WRITE-DETAIL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE WS-TOTAL-DEBITS  TO GJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS.
           MOVE WS-JOURNAL-LINES TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.

       WRITE-DETAIL-RECORD.
           IF GJ-DEBIT = ZERO AND GJ-CREDIT = ZERO
               CONTINUE
           ELSE
               MOVE "D" TO GJ-RECORD-TYPE
               IF WS-REVERSING = "Y"
                   MOVE GJ-DEBIT TO WS-SWAP-AMOUNT
                   MOVE GJ-CREDIT TO GJ-DEBIT
                   MOVE WS-SWAP-AMOUNT TO GJ-CREDIT
                   MOVE GJ-DESCRIPTION TO WS-SWAP-DESCRIPTION
                   MOVE SPACES TO GJ-DESCRIPTION
                   STRING "REV " WS-SWAP-DESCRIPTION
                       DELIMITED BY SIZE INTO GJ-DESCRIPTION
                   MOVE WS-POSTING-PERIOD TO GJ-PERIOD
               ELSE
                   MOVE WS-ACCRUAL-MONTH TO GJ-PERIOD
               END-IF
               MOVE SPACES TO GJ-DEPT-CODE
               ADD GJ-DEBIT  TO WS-TOTAL-DEBITS
               ADD GJ-CREDIT TO WS-TOTAL-CREDITS
               ADD 1 TO WS-JOURNAL-LINES
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-Written-Count
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.

       REGISTER-REPORT.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

       OPEN-CSV-EXPORT.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.
           OPEN OUTPUT CsvFile.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CSV EXPORT " WS-SPOOL-CSV
                   ": STATUS " WS-CSV-STATUS
               MOVE SPACES TO WS-SPOOL-CSV
           END-IF.

       ADD-CSV-AMOUNT.
           MOVE "A" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       ADD-CSV-NUMBER.
           MOVE "N" TO EX-FIELD-TYPE.
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
