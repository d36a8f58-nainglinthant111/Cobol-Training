       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "budgets.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Budget-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT GlAccountFile ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Account-Status.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Dept-Status.
           SELECT ReportFile ASSIGN TO "budgetvar.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO "budgetvar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
       COPY "Budget.cpy".

       FD GlJournalFile.
       01 GL-JOURNAL-RECORD.
           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-ACCOUNT          PIC 9(4).
           02 GJ-DEBIT            PIC 9(9)V99.
           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).

       FD GlAccountFile.
       COPY "GlAccount.cpy".

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Budget-Status    PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Account-Status   PIC XX.
       01 WS-Dept-Status      PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-MODE             PIC X.
           88 MODE-COMPANY    VALUE "C".
           88 MODE-MANAGER    VALUE "D".

       01 WS-REPORT-PERIOD    PIC 9(6).
       01 WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
           02 WS-REPORT-YEAR  PIC 9(4).
           02 WS-REPORT-MONTH PIC 99.
       01 WS-GL-PERIOD        PIC 9(6).
       01 WS-GL-PERIOD-X REDEFINES WS-GL-PERIOD.
           02 WS-GL-YEAR      PIC 9(4).
           02 WS-GL-MONTH     PIC 99.

       01 WS-Chart-Table.
           02 WS-Cht-Count PIC 9(3) VALUE 0.
           02 WS-Cht-Entry OCCURS 200 TIMES.
             03 WS-Cht-Account PIC 9(4).
             03 WS-Cht-Desc    PIC X(20).
             03 WS-Cht-Type    PIC X.
       01 WS-Cht-Sub          PIC 9(3).
       01 WS-ACCT-DESC        PIC X(20).
       01 WS-ACCT-TYPE        PIC X.

       01 WS-Manager-Table.
           02 WS-Mgr-Count PIC 9(3) VALUE 0.
           02 WS-Mgr-Entry OCCURS 50 TIMES.
             03 WS-Mgr-Dept   PIC X(4).
       01 WS-Mgr-Sub          PIC 9(3).
       01 WS-DEPT-ALLOWED     PIC X.

       01 WS-Bva-Table.
           02 WS-Bva-Count PIC 9(4) VALUE 0.
           02 WS-Bva-Entry OCCURS 1000 TIMES.
             03 WS-Bva-Key.
               04 WS-Bva-Account    PIC 9(4).
               04 WS-Bva-Dept       PIC X(4).
             03 WS-Bva-Budgeted     PIC X.
             03 WS-Bva-Mtd-Budget   PIC 9(9)V99.
             03 WS-Bva-Ytd-Budget   PIC 9(11)V99.
             03 WS-Bva-Mtd-Actual   PIC S9(11)V99.
             03 WS-Bva-Ytd-Actual   PIC S9(11)V99.
       01 WS-Bva-Sub          PIC 9(4).
       01 WS-Bva-Found        PIC X.
       01 WS-Bva-Swap         PIC X(59).
       01 WS-Sort-I           PIC 9(4).
       01 WS-Sort-J           PIC 9(4).
       01 WS-BVA-DROPPED      PIC 9(5) VALUE 0.
       01 WS-SEARCH-KEY.
           02 WS-SEARCH-ACCOUNT PIC 9(4).
           02 WS-SEARCH-DEPT    PIC X(4).
       01 WS-Mon-Sub          PIC 99.

       01 WS-LINE-AMOUNT      PIC S9(11)V99.
       01 WS-BUDGET-AMT       PIC 9(11)V99.
       01 WS-ACTUAL-AMT       PIC S9(11)V99.
       01 WS-VARIANCE-AMT     PIC S9(11)V99.
       01 WS-VARIANCE-PCT     PIC S9(13)V9.
       01 WS-MTD-VARIANCE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-YTD-VARIANCE-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-LINES-PRINTED    PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-TITLE-LINE.
           02 FILLER          PIC X(30) VALUE
               "BUDGET VERSUS ACTUAL - PERIOD ".
           02 WS-TL-PERIOD    PIC 9(6).
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-TL-SCOPE     PIC X(40).
       01 WS-BVA-HEADING.
           02 FILLER          PIC X(26) VALUE "ACCT DEPT DESCRIPTION".
           02 FILLER          PIC X(4)  VALUE "PER ".
           02 FILLER          PIC X(14) VALUE "       BUDGET ".
           02 FILLER          PIC X(15) VALUE "        ACTUAL ".
           02 FILLER          PIC X(15) VALUE "      VARIANCE ".
           02 FILLER          PIC X(6)  VALUE "  VAR%".
       01 WS-BVA-LINE.
           02 WS-BL-ACCOUNT   PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-DEPT      PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-DESC      PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-PER       PIC X(3).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-BUDGET    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-ACTUAL    PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-VARIANCE  PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-PCT       PIC ZZ9.9-.
       01 WS-TOTAL-LINE.
           02 FILLER          PIC X(30) VALUE
               "NET VARIANCE (+ = FAVORABLE) ".
           02 WS-TT-PER       PIC X(3).
           02 FILLER          PIC X(26) VALUE SPACES.
           02 WS-TT-VARIANCE  PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER          PIC X(7) VALUE SPACES.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "BUDGET VS ACTUAL".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "budgetvar.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "budgetvar.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "BUDGET-REPORT".
       01 WS-Deny-Name         PIC X(20) VALUE "DENY BUDGET-REPORT".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Password          PIC X(10).
       01 WS-Required-Level    PIC 9.
       01 WS-Sign-On-Status    PIC X.
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
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-Password.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.

           DISPLAY "SELECT MODE (C=COMPANY-WIDE, D=DEPARTMENT "
               "MANAGER): ".
           ACCEPT WS-MODE.
           IF MODE-COMPANY
               MOVE 2 TO WS-Required-Level
           ELSE
               MOVE 1 TO WS-Required-Level
           END-IF.

           CALL "SIGN-ON" USING WS-Operator-ID WS-Password
               WS-Required-Level WS-Sign-On-Status.
           IF WS-Sign-On-Status NOT = "A"
               DISPLAY "SIGN-ON REFUSED - REPORT NOT PRODUCED"
               GOBACK
           END-IF.

           IF MODE-COMPANY OR MODE-MANAGER
               PERFORM RUN-BUDGET-REPORT
           ELSE
               DISPLAY "INVALID MODE SELECTED."
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       RUN-BUDGET-REPORT.
           IF MODE-MANAGER
               PERFORM LOAD-MANAGED-DEPARTMENTS
           END-IF.
           IF MODE-MANAGER AND WS-Mgr-Count = 0
               DISPLAY "NO DEPARTMENT IS ASSIGNED TO OPERATOR "
                   WS-Operator-ID " - REPORT REFUSED"
               ACCEPT WS-End-Date FROM DATE YYYYMMDD
               ACCEPT WS-End-Time FROM TIME
               CALL "AUDIT-LOG" USING WS-Deny-Name WS-Operator-ID
                   WS-Start-Timestamp WS-End-Timestamp
                   WS-Written-Count
           ELSE
               DISPLAY "ENTER REPORT PERIOD (YYYYMM): "
               ACCEPT WS-REPORT-PERIOD
               IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
                   DISPLAY "INVALID PERIOD - REPORT NOT PRODUCED"
               ELSE
                   PERFORM LOAD-CHART-OF-ACCOUNTS
                   PERFORM LOAD-BUDGETS
                   PERFORM LOAD-ACTUALS
                   PERFORM SORT-BVA-TABLE
                   PERFORM PRINT-BUDGET-REPORT
               END-IF
           END-IF.

       LOAD-MANAGED-DEPARTMENTS.
           OPEN INPUT DepartmentFile.
           IF WS-Dept-Status NOT = "00"
               DISPLAY "DEPARTMENT FILE NOT FOUND."
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ DepartmentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF DP-MANAGER-ID = WS-Operator-ID
                                   AND WS-Mgr-Count < 50
                               ADD 1 TO WS-Mgr-Count
                               MOVE DP-DEPT-CODE
                                   TO WS-Mgr-Dept(WS-Mgr-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GlAccountFile.
           IF WS-Account-Status NOT = "00"
               DISPLAY "CHART OF ACCOUNTS NOT FOUND - "
                   "ONLY BUDGETED ACCOUNTS REPORTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Cht-Count >= 200
                   READ GlAccountFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Cht-Count
                           MOVE GA-ACCOUNT
                               TO WS-Cht-Account(WS-Cht-Count)
                           MOVE GA-DESCRIPTION
                               TO WS-Cht-Desc(WS-Cht-Count)
                           MOVE GA-ACCOUNT-TYPE
                               TO WS-Cht-Type(WS-Cht-Count)
                   END-READ
               END-PERFORM
               CLOSE GlAccountFile
               MOVE "N" TO WS-Eof
           END-IF.

       FIND-ACCOUNT.
           MOVE "** NOT ON CHART **" TO WS-ACCT-DESC.
           MOVE SPACE TO WS-ACCT-TYPE.
           PERFORM VARYING WS-Cht-Sub FROM 1 BY 1
                   UNTIL WS-Cht-Sub > WS-Cht-Count
               IF WS-Cht-Account(WS-Cht-Sub) = WS-SEARCH-ACCOUNT
                   MOVE WS-Cht-Desc(WS-Cht-Sub) TO WS-ACCT-DESC
                   MOVE WS-Cht-Type(WS-Cht-Sub) TO WS-ACCT-TYPE
                   MOVE WS-Cht-Count TO WS-Cht-Sub
               END-IF
           END-PERFORM.

       CHECK-DEPT-ALLOWED.
           IF MODE-COMPANY
               MOVE "Y" TO WS-DEPT-ALLOWED
           ELSE
               MOVE "N" TO WS-DEPT-ALLOWED
               PERFORM VARYING WS-Mgr-Sub FROM 1 BY 1
                       UNTIL WS-Mgr-Sub > WS-Mgr-Count
                   IF WS-Mgr-Dept(WS-Mgr-Sub) = WS-SEARCH-DEPT
                       MOVE "Y" TO WS-DEPT-ALLOWED
                       MOVE WS-Mgr-Count TO WS-Mgr-Sub
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-BUDGETS.
           OPEN INPUT BudgetFile.
           IF WS-Budget-Status NOT = "00"
               DISPLAY "BUDGET FILE NOT FOUND - ACTUALS ONLY"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ BudgetFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF BG-YEAR = WS-REPORT-YEAR
                               PERFORM LOAD-ONE-BUDGET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-ONE-BUDGET.
           MOVE BG-ACCOUNT TO WS-SEARCH-ACCOUNT.
           MOVE BG-DEPT-CODE TO WS-SEARCH-DEPT.
           PERFORM CHECK-DEPT-ALLOWED.
           IF WS-DEPT-ALLOWED = "Y"
               PERFORM FIND-BVA-ENTRY
               IF WS-Bva-Found = "Y"
                   MOVE "Y" TO WS-Bva-Budgeted(WS-Bva-Sub)
                   ADD BG-MONTH-AMOUNT(WS-REPORT-MONTH)
                       TO WS-Bva-Mtd-Budget(WS-Bva-Sub)
                   PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                           UNTIL WS-Mon-Sub > WS-REPORT-MONTH
                       ADD BG-MONTH-AMOUNT(WS-Mon-Sub)
                           TO WS-Bva-Ytd-Budget(WS-Bva-Sub)
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-ACTUALS.
           OPEN INPUT GlJournalFile.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "GL JOURNAL NOT AVAILABLE: STATUS "
                   WS-Journal-Status " - BUDGETS ONLY"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ GlJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF GJ-RECORD-TYPE = "D"
                               PERFORM LOAD-ONE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlJournalFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-ONE-ACTUAL.
           MOVE GJ-PERIOD TO WS-GL-PERIOD.
           MOVE GJ-ACCOUNT TO WS-SEARCH-ACCOUNT.
           MOVE GJ-DEPT-CODE TO WS-SEARCH-DEPT.
           PERFORM FIND-ACCOUNT.
           IF WS-GL-YEAR = WS-REPORT-YEAR
                   AND WS-GL-MONTH <= WS-REPORT-MONTH
                   AND (WS-ACCT-TYPE = "R" OR WS-ACCT-TYPE = "E")
               PERFORM CHECK-DEPT-ALLOWED
               IF WS-DEPT-ALLOWED = "Y"
                   PERFORM FIND-BVA-ENTRY
                   IF WS-Bva-Found = "Y"
                       PERFORM ADD-ACTUAL-AMOUNT
                   END-IF
               END-IF
           END-IF.

       ADD-ACTUAL-AMOUNT.
           IF WS-ACCT-TYPE = "R"
               COMPUTE WS-LINE-AMOUNT = GJ-CREDIT - GJ-DEBIT
           ELSE
               COMPUTE WS-LINE-AMOUNT = GJ-DEBIT - GJ-CREDIT
           END-IF.
           ADD WS-LINE-AMOUNT TO WS-Bva-Ytd-Actual(WS-Bva-Sub).
           IF WS-GL-MONTH = WS-REPORT-MONTH
               ADD WS-LINE-AMOUNT TO WS-Bva-Mtd-Actual(WS-Bva-Sub)
           END-IF.

       FIND-BVA-ENTRY.
           MOVE "N" TO WS-Bva-Found.
           PERFORM VARYING WS-Bva-Sub FROM 1 BY 1
                   UNTIL WS-Bva-Sub > WS-Bva-Count
                   OR WS-Bva-Found = "Y"
               IF WS-Bva-Key(WS-Bva-Sub) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-Bva-Found
               END-IF
           END-PERFORM.
           IF WS-Bva-Found = "Y"
               SUBTRACT 1 FROM WS-Bva-Sub
           ELSE
               IF WS-Bva-Count < 1000
                   ADD 1 TO WS-Bva-Count
                   MOVE WS-Bva-Count TO WS-Bva-Sub
                   MOVE WS-SEARCH-KEY TO WS-Bva-Key(WS-Bva-Sub)
                   MOVE "N" TO WS-Bva-Budgeted(WS-Bva-Sub)
                   MOVE 0 TO WS-Bva-Mtd-Budget(WS-Bva-Sub)
                   MOVE 0 TO WS-Bva-Ytd-Budget(WS-Bva-Sub)
                   MOVE 0 TO WS-Bva-Mtd-Actual(WS-Bva-Sub)
                   MOVE 0 TO WS-Bva-Ytd-Actual(WS-Bva-Sub)
                   MOVE "Y" TO WS-Bva-Found
               ELSE
                   ADD 1 TO WS-BVA-DROPPED
               END-IF
           END-IF.

       SORT-BVA-TABLE.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
                   UNTIL WS-Sort-I >= WS-Bva-Count
               PERFORM VARYING WS-Sort-J FROM 1 BY 1
                       UNTIL WS-Sort-J > WS-Bva-Count - WS-Sort-I
                   IF WS-Bva-Key(WS-Sort-J) >
                           WS-Bva-Key(WS-Sort-J + 1)
                       MOVE WS-Bva-Entry(WS-Sort-J) TO WS-Bva-Swap
                       MOVE WS-Bva-Entry(WS-Sort-J + 1)
                           TO WS-Bva-Entry(WS-Sort-J)
                       MOVE WS-Bva-Swap
                           TO WS-Bva-Entry(WS-Sort-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-BUDGET-REPORT.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN budgetvar.prt: STATUS "
                   WS-Report-Status
           ELSE
               PERFORM OPEN-CSV-EXPORT
               STRING "PERIOD,ACCOUNT,DEPARTMENT,DESCRIPTION,BASIS"
                   ",BUDGET,ACTUAL,VARIANCE"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               MOVE WS-REPORT-PERIOD TO WS-TL-PERIOD
               IF MODE-MANAGER
                   MOVE SPACES TO WS-TL-SCOPE
                   STRING "DEPARTMENT MANAGER " DELIMITED BY SIZE
                       WS-Operator-ID DELIMITED BY SPACE
                       INTO WS-TL-SCOPE
               ELSE
                   MOVE "COMPANY-WIDE" TO WS-TL-SCOPE
               END-IF
               MOVE WS-TITLE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-BVA-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-Bva-Sub FROM 1 BY 1
                       UNTIL WS-Bva-Sub > WS-Bva-Count
                   PERFORM PRINT-BVA-ENTRY
               END-PERFORM
               MOVE ALL "-" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "MTD" TO WS-TT-PER
               MOVE WS-MTD-VARIANCE-TOTAL TO WS-TT-VARIANCE
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "YTD" TO WS-TT-PER
               MOVE WS-YTD-VARIANCE-TOTAL TO WS-TT-VARIANCE
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-BVA-DROPPED > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "** " WS-BVA-DROPPED
                       " LINE(S) OMITTED - TABLE FULL" DELIMITED BY
                       SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               PERFORM REGISTER-REPORT
               DISPLAY "BUDGET LINES REPORTED: " WS-LINES-PRINTED
               DISPLAY "REPORT WRITTEN TO budgetvar.prt"
           END-IF.

       PRINT-BVA-ENTRY.
           MOVE WS-Bva-Account(WS-Bva-Sub) TO WS-SEARCH-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           IF WS-Bva-Budgeted(WS-Bva-Sub) = "Y"
                   OR WS-Bva-Mtd-Actual(WS-Bva-Sub) NOT = 0
                   OR WS-Bva-Ytd-Actual(WS-Bva-Sub) NOT = 0
               ADD 1 TO WS-LINES-PRINTED
               MOVE SPACES TO WS-BVA-LINE
               MOVE WS-Bva-Account(WS-Bva-Sub) TO WS-BL-ACCOUNT
               MOVE WS-Bva-Dept(WS-Bva-Sub) TO WS-BL-DEPT
               MOVE WS-ACCT-DESC TO WS-BL-DESC
               MOVE "MTD" TO WS-BL-PER
               MOVE WS-Bva-Mtd-Budget(WS-Bva-Sub) TO WS-BUDGET-AMT
               MOVE WS-Bva-Mtd-Actual(WS-Bva-Sub) TO WS-ACTUAL-AMT
               PERFORM FORMAT-VARIANCE
               ADD WS-VARIANCE-AMT TO WS-MTD-VARIANCE-TOTAL
               MOVE WS-BVA-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM EXPORT-BVA-LINE
               MOVE SPACES TO WS-BVA-LINE
               MOVE "YTD" TO WS-BL-PER
               MOVE WS-Bva-Ytd-Budget(WS-Bva-Sub) TO WS-BUDGET-AMT
               MOVE WS-Bva-Ytd-Actual(WS-Bva-Sub) TO WS-ACTUAL-AMT
               PERFORM FORMAT-VARIANCE
               ADD WS-VARIANCE-AMT TO WS-YTD-VARIANCE-TOTAL
               MOVE WS-BVA-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM EXPORT-BVA-LINE
           END-IF.

       EXPORT-BVA-LINE.
           MOVE WS-REPORT-PERIOD           TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Bva-Account(WS-Bva-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Bva-Dept(WS-Bva-Sub)    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-ACCT-DESC               TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-BL-PER                  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-BUDGET-AMT              TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-ACTUAL-AMT              TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-VARIANCE-AMT            TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       FORMAT-VARIANCE.
           IF WS-ACCT-TYPE = "R"
               COMPUTE WS-VARIANCE-AMT = WS-ACTUAL-AMT - WS-BUDGET-AMT
           ELSE
               COMPUTE WS-VARIANCE-AMT = WS-BUDGET-AMT - WS-ACTUAL-AMT
           END-IF.
           MOVE WS-BUDGET-AMT TO WS-BL-BUDGET.
           MOVE WS-ACTUAL-AMT TO WS-BL-ACTUAL.
           MOVE WS-VARIANCE-AMT TO WS-BL-VARIANCE.
           IF WS-BUDGET-AMT = 0
               MOVE "   N/A" TO WS-BVA-LINE(75:6)
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE-AMT * 100 / WS-BUDGET-AMT
               IF WS-VARIANCE-PCT > 999.9
                   MOVE 999.9 TO WS-VARIANCE-PCT
               END-IF
               IF WS-VARIANCE-PCT < -999.9
                   MOVE -999.9 TO WS-VARIANCE-PCT
               END-IF
               MOVE WS-VARIANCE-PCT TO WS-BL-PCT
           END-IF.

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

       ADD-CSV-TEXT.
           MOVE "T" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

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
