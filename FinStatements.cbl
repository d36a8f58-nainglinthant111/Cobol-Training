       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LayoutFile ASSIGN TO "stmtlayout.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Layout-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT GlAccountFile ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Account-Status.
           SELECT AcctPeriodFile ASSIGN TO "acctperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT CompanyFile ASSIGN TO "companies.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Company-Status.
           SELECT ReportFile ASSIGN TO "finstmt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO "finstmt.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LayoutFile.
       COPY "StmtLayout.cpy".

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

       FD GlAccountFile.
       COPY "GlAccount.cpy".

       FD AcctPeriodFile.
       COPY "AcctPeriod.cpy".

       FD CompanyFile.
       COPY "Company.cpy".

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Layout-Status    PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Account-Status   PIC XX.
       01 WS-Period-Status    PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Company-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-MODE             PIC X.
           88 MODE-INCOME     VALUE "I".
           88 MODE-BALANCE    VALUE "B".
           88 MODE-BOTH       VALUE "A".

       01 WS-REPORT-PERIOD    PIC 9(6).
       01 WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
           02 WS-REPORT-YEAR  PIC 9(4).
           02 WS-REPORT-MONTH PIC 99.
       01 WS-PRIOR-PERIOD     PIC 9(6).
       01 WS-PRIOR-YEAR       PIC 9(4).
       01 WS-PRIOR-YEAR-END   PIC 9(6).
       01 WS-GL-PERIOD        PIC 9(6).
       01 WS-GL-PERIOD-X REDEFINES WS-GL-PERIOD.
           02 WS-GL-YEAR      PIC 9(4).
           02 WS-GL-MONTH     PIC 99.
       01 WS-PERIOD-STATE     PIC X(32).

       01 WS-COMPANY-CODE     PIC XX.
       01 WS-ACCESS-STATUS    PIC X.
       01 WS-BATCH-COMPANY    PIC XX VALUE "01".
       01 WS-COMPANY-TITLE    PIC X(80) VALUE SPACES.
       01 WS-IC-Account-Table.
           02 WS-Ica-Count PIC 9(3) VALUE 0.
           02 WS-Ica-Entry OCCURS 100 TIMES.
             03 WS-Ica-Account PIC 9(4).
       01 WS-Ica-Sub          PIC 9(3).
       01 WS-IC-FOUND         PIC X.
       01 WS-IC-NET           PIC S9(11)V99 VALUE 0.

       01 WS-Chart-Table.
           02 WS-Cht-Count PIC 9(3) VALUE 0.
           02 WS-Cht-Entry OCCURS 200 TIMES.
             03 WS-Cht-Account PIC 9(4).
             03 WS-Cht-Type    PIC X.
       01 WS-Cht-Sub          PIC 9(3).

       01 WS-Fin-Table.
           02 WS-Fa-Count PIC 9(3) VALUE 0.
           02 WS-Fa-Entry OCCURS 300 TIMES.
             03 WS-Fa-Account   PIC 9(4).
             03 WS-Fa-Type      PIC X.
             03 WS-Fa-Month     PIC S9(11)V99.
             03 WS-Fa-Month-Py  PIC S9(11)V99.
             03 WS-Fa-Ytd       PIC S9(11)V99.
             03 WS-Fa-Ytd-Py    PIC S9(11)V99.
             03 WS-Fa-Bal       PIC S9(11)V99.
             03 WS-Fa-Bal-Py    PIC S9(11)V99.
             03 WS-Fa-Pre       PIC S9(11)V99.
             03 WS-Fa-Pre-Py    PIC S9(11)V99.
             03 WS-Fa-Full-Py   PIC S9(11)V99.
       01 WS-Fa-Sub           PIC 9(3).
       01 WS-Fa-Found         PIC X.
       01 WS-FA-DROPPED       PIC 9(5) VALUE 0.
       01 WS-LINE-AMOUNT      PIC S9(11)V99.

       01 WS-Layout-Table.
           02 WS-Lay-Count PIC 9(3) VALUE 0.
           02 WS-Lay-Entry OCCURS 500 TIMES.
             03 WS-Lay-Key    PIC X(5).
             03 WS-Lay-Rest   PIC X(41).
       01 WS-Lay-Sub          PIC 9(3).
       01 WS-Lay-Swap         PIC X(46).
       01 WS-Sort-I           PIC 9(3).
       01 WS-Sort-J           PIC 9(3).
       01 WS-STATEMENT        PIC X.
       01 WS-STATEMENT-LINES  PIC 9(3).
       01 WS-ON-LAYOUT        PIC X.

       01 WS-Column-Values.
           02 WS-Col-Value OCCURS 4 TIMES PIC S9(11)V99.
       01 WS-Accumulators.
           02 WS-Acc-Level OCCURS 9 TIMES.
             03 WS-Acc-Value OCCURS 4 TIMES PIC S9(11)V99.
       01 WS-Col-Sub          PIC 99.
       01 WS-Lvl-Sub          PIC 99.
       01 WS-COLUMNS          PIC 9.
       01 WS-DISPLAY-AMOUNT   PIC S9(11).
       01 WS-OUT-OF-BALANCE   PIC S9(11)V99.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-TITLE-LINE.
           02 WS-TL-TITLE     PIC X(24).
           02 FILLER          PIC X(7) VALUE "PERIOD ".
           02 WS-TL-PERIOD    PIC 9(6).
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-TL-STATE     PIC X(32).
           02 FILLER          PIC X(8) VALUE SPACES.
       01 WS-INCOME-HEADING.
           02 FILLER          PIC X(30) VALUE SPACES.
           02 FILLER          PIC X(12) VALUE "  THIS MONTH".
           02 FILLER          PIC X(12) VALUE "  PRIOR YEAR".
           02 FILLER          PIC X(12) VALUE "  YEAR TO DT".
           02 FILLER          PIC X(12) VALUE "   PRIOR YTD".
           02 FILLER          PIC X(2)  VALUE SPACES.
       01 WS-BALANCE-HEADING.
           02 FILLER          PIC X(30) VALUE SPACES.
           02 FILLER          PIC X(6)  VALUE SPACES.
           02 WS-BH-CURRENT   PIC 9(6).
           02 FILLER          PIC X(6)  VALUE SPACES.
           02 WS-BH-PRIOR     PIC 9(6).
           02 FILLER          PIC X(26) VALUE SPACES.
       01 WS-STMT-LINE.
           02 WS-SL-DESC      PIC X(30).
           02 WS-SL-COLUMN OCCURS 4 TIMES.
             03 FILLER        PIC X.
             03 WS-SL-AMOUNT  PIC ZZ,ZZZ,ZZ9-.
           02 FILLER          PIC X(2).

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "FINANCIAL STATEMENTS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "finstmt.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "finstmt.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "FIN-STATEMENTS".
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

           DISPLAY "ENTER COMPANY CODE (BLANK = CONSOLIDATED): ".
           ACCEPT WS-COMPANY-CODE.
           CALL "COMPANY-ACCESS" USING WS-Operator-ID
               WS-COMPANY-CODE WS-ACCESS-STATUS.
           IF WS-ACCESS-STATUS = "N"
               DISPLAY "COMPANY " WS-COMPANY-CODE
                   " NOT ON FILE - RUN REFUSED"
               STOP RUN
           END-IF.
           IF WS-ACCESS-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-Operator-ID
                   " NOT AUTHORIZED FOR THIS COMPANY SELECTION"
               STOP RUN
           END-IF.
           IF WS-COMPANY-CODE = SPACES
               MOVE "CONSOLIDATED - INTERCOMPANY BALANCES ELIMINATED"
                   TO WS-COMPANY-TITLE
           ELSE
               STRING "COMPANY " WS-COMPANY-CODE
                   DELIMITED BY SIZE INTO WS-COMPANY-TITLE
           END-IF.

           DISPLAY "SELECT STATEMENT (I=INCOME STATEMENT, B=BALANCE "
               "SHEET, A=BOTH): ".
           ACCEPT WS-MODE.
           DISPLAY "ENTER PERIOD (YYYYMM): ".
           ACCEPT WS-REPORT-PERIOD.

           IF NOT MODE-INCOME AND NOT MODE-BALANCE AND NOT MODE-BOTH
               DISPLAY "INVALID MODE SELECTED."
           ELSE
           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               DISPLAY "INVALID PERIOD - STATEMENTS NOT PRODUCED"
           ELSE
               PERFORM LOAD-LAYOUT
               IF WS-Lay-Count = 0
                   DISPLAY "NO STATEMENT LAYOUT ON FILE - RUN "
                       "STMT-LAYOUT-MAINT FIRST"
               ELSE
                   PERFORM PRODUCE-STATEMENTS
               END-IF
           END-IF END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       PRODUCE-STATEMENTS.
           COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1.
           COMPUTE WS-PRIOR-PERIOD = WS-REPORT-PERIOD - 100.
           COMPUTE WS-PRIOR-YEAR-END = WS-PRIOR-YEAR * 100 + 12.
           PERFORM CHECK-PERIOD-STATUS.
           DISPLAY "PERIOD " WS-REPORT-PERIOD ": " WS-PERIOD-STATE.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           IF WS-COMPANY-CODE = SPACES
               PERFORM LOAD-INTERCOMPANY-ACCOUNTS
           END-IF.
           PERFORM LOAD-GL-BALANCES.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN finstmt.prt: STATUS "
                   WS-Report-Status
           ELSE
               PERFORM OPEN-CSV-EXPORT
               STRING "STATEMENT,PERIOD,COMPANY,DESCRIPTION,CURRENT"
                   ",COMPARATIVE,YEAR TO DATE,COMPARATIVE YTD"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               IF MODE-INCOME OR MODE-BOTH
                   PERFORM PRINT-INCOME-STATEMENT
               END-IF
               IF MODE-BALANCE OR MODE-BOTH
                   PERFORM PRINT-BALANCE-SHEET
               END-IF
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               PERFORM REGISTER-REPORT
               DISPLAY "STATEMENTS WRITTEN TO finstmt.prt"
           END-IF.

       CHECK-PERIOD-STATUS.
           MOVE "PRELIMINARY - PERIOD NOT DEFINED" TO WS-PERIOD-STATE.
           OPEN INPUT AcctPeriodFile.
           IF WS-Period-Status NOT = "00"
               MOVE "PRELIMINARY - NO PERIOD CONTROL"
                   TO WS-PERIOD-STATE
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ AcctPeriodFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF AC-PERIOD-MONTH = WS-REPORT-PERIOD
                               IF AC-STATUS = "C"
                                   MOVE "FINAL - PERIOD CLOSED"
                                       TO WS-PERIOD-STATE
                               ELSE
                                   MOVE "PRELIMINARY - PERIOD OPEN"
                                       TO WS-PERIOD-STATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AcctPeriodFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-LAYOUT.
           OPEN INPUT LayoutFile.
           IF WS-Layout-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Lay-Count >= 500
                   READ LayoutFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Lay-Count
                           MOVE STMT-LAYOUT-RECORD
                               TO WS-Lay-Entry(WS-Lay-Count)
                   END-READ
               END-PERFORM
               CLOSE LayoutFile
               MOVE "N" TO WS-Eof
           END-IF.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
                   UNTIL WS-Sort-I >= WS-Lay-Count
               PERFORM VARYING WS-Sort-J FROM 1 BY 1
                       UNTIL WS-Sort-J > WS-Lay-Count - WS-Sort-I
                   IF WS-Lay-Key(WS-Sort-J) >
                           WS-Lay-Key(WS-Sort-J + 1)
                       MOVE WS-Lay-Entry(WS-Sort-J) TO WS-Lay-Swap
                       MOVE WS-Lay-Entry(WS-Sort-J + 1)
                           TO WS-Lay-Entry(WS-Sort-J)
                       MOVE WS-Lay-Swap
                           TO WS-Lay-Entry(WS-Sort-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GlAccountFile.
           IF WS-Account-Status NOT = "00"
               DISPLAY "CHART OF ACCOUNTS NOT FOUND - ALL ACCOUNTS "
                   "TREATED AS BALANCE SHEET ACCOUNTS"
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Cht-Count >= 200
                   READ GlAccountFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Cht-Count
                           MOVE GA-ACCOUNT
                               TO WS-Cht-Account(WS-Cht-Count)
                           MOVE GA-ACCOUNT-TYPE
                               TO WS-Cht-Type(WS-Cht-Count)
                   END-READ
               END-PERFORM
               CLOSE GlAccountFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-GL-BALANCES.
           OPEN INPUT GlJournalFile.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "GL JOURNAL NOT AVAILABLE: STATUS "
                   WS-Journal-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ GlJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF GJ-RECORD-TYPE = "H"
                               MOVE GJ-COMPANY-CODE
                                   TO WS-BATCH-COMPANY
                               IF WS-BATCH-COMPANY = SPACES
                                   MOVE "01" TO WS-BATCH-COMPANY
                               END-IF
                           END-IF
                           IF GJ-RECORD-TYPE = "D"
                                   AND GJ-PERIOD <= WS-REPORT-PERIOD
                               PERFORM SELECT-GL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlJournalFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-INTERCOMPANY-ACCOUNTS.
           OPEN INPUT CompanyFile.
           IF WS-Company-Status NOT = "00"
               MOVE 2 TO WS-Ica-Count
               MOVE 1450 TO WS-Ica-Account(1)
               MOVE 2450 TO WS-Ica-Account(2)
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ica-Count >= 100
                   READ CompanyFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Ica-Count
                           MOVE CO-DUE-FROM-ACCOUNT
                               TO WS-Ica-Account(WS-Ica-Count)
                           ADD 1 TO WS-Ica-Count
                           MOVE CO-DUE-TO-ACCOUNT
                               TO WS-Ica-Account(WS-Ica-Count)
                   END-READ
               END-PERFORM
               CLOSE CompanyFile
               MOVE "N" TO WS-Eof
           END-IF.

       SELECT-GL-LINE.
           IF WS-COMPANY-CODE = SPACES
               MOVE "N" TO WS-IC-FOUND
               PERFORM VARYING WS-Ica-Sub FROM 1 BY 1
                       UNTIL WS-Ica-Sub > WS-Ica-Count
                   IF WS-Ica-Account(WS-Ica-Sub) = GJ-ACCOUNT
                       MOVE "Y" TO WS-IC-FOUND
                       MOVE WS-Ica-Count TO WS-Ica-Sub
                   END-IF
               END-PERFORM
               IF WS-IC-FOUND = "Y"
                   ADD GJ-DEBIT TO WS-IC-NET
                   SUBTRACT GJ-CREDIT FROM WS-IC-NET
               ELSE
                   PERFORM ADD-GL-LINE
               END-IF
           ELSE
               IF WS-BATCH-COMPANY = WS-COMPANY-CODE
                   PERFORM ADD-GL-LINE
               END-IF
           END-IF.

       ADD-GL-LINE.
           PERFORM FIND-FIN-ENTRY.
           IF WS-Fa-Found = "Y"
               MOVE GJ-PERIOD TO WS-GL-PERIOD
               COMPUTE WS-LINE-AMOUNT = GJ-DEBIT - GJ-CREDIT
               ADD WS-LINE-AMOUNT TO WS-Fa-Bal(WS-Fa-Sub)
               IF GJ-PERIOD = WS-REPORT-PERIOD
                   ADD WS-LINE-AMOUNT TO WS-Fa-Month(WS-Fa-Sub)
               END-IF
               IF GJ-PERIOD = WS-PRIOR-PERIOD
                   ADD WS-LINE-AMOUNT TO WS-Fa-Month-Py(WS-Fa-Sub)
               END-IF
               IF WS-GL-YEAR = WS-REPORT-YEAR
                   ADD WS-LINE-AMOUNT TO WS-Fa-Ytd(WS-Fa-Sub)
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-Fa-Pre(WS-Fa-Sub)
                   ADD WS-LINE-AMOUNT TO WS-Fa-Bal-Py(WS-Fa-Sub)
               END-IF
               IF WS-GL-YEAR = WS-PRIOR-YEAR
                   ADD WS-LINE-AMOUNT TO WS-Fa-Full-Py(WS-Fa-Sub)
                   IF WS-GL-MONTH <= WS-REPORT-MONTH
                       ADD WS-LINE-AMOUNT TO WS-Fa-Ytd-Py(WS-Fa-Sub)
                   END-IF
               END-IF
               IF WS-GL-YEAR < WS-PRIOR-YEAR
                   ADD WS-LINE-AMOUNT TO WS-Fa-Pre-Py(WS-Fa-Sub)
               END-IF
           END-IF.

       FIND-FIN-ENTRY.
           MOVE "N" TO WS-Fa-Found.
           PERFORM VARYING WS-Fa-Sub FROM 1 BY 1
                   UNTIL WS-Fa-Sub > WS-Fa-Count
                   OR WS-Fa-Found = "Y"
               IF WS-Fa-Account(WS-Fa-Sub) = GJ-ACCOUNT
                   MOVE "Y" TO WS-Fa-Found
               END-IF
           END-PERFORM.
           IF WS-Fa-Found = "Y"
               SUBTRACT 1 FROM WS-Fa-Sub
           ELSE
               IF WS-Fa-Count < 300
                   ADD 1 TO WS-Fa-Count
                   MOVE WS-Fa-Count TO WS-Fa-Sub
                   MOVE GJ-ACCOUNT TO WS-Fa-Account(WS-Fa-Sub)
                   MOVE "A" TO WS-Fa-Type(WS-Fa-Sub)
                   PERFORM VARYING WS-Cht-Sub FROM 1 BY 1
                           UNTIL WS-Cht-Sub > WS-Cht-Count
                       IF WS-Cht-Account(WS-Cht-Sub) = GJ-ACCOUNT
                           MOVE WS-Cht-Type(WS-Cht-Sub)
                               TO WS-Fa-Type(WS-Fa-Sub)
                           MOVE WS-Cht-Count TO WS-Cht-Sub
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-Fa-Month(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Month-Py(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Ytd(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Ytd-Py(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Bal(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Bal-Py(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Pre(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Pre-Py(WS-Fa-Sub)
                   MOVE 0 TO WS-Fa-Full-Py(WS-Fa-Sub)
                   MOVE "Y" TO WS-Fa-Found
               ELSE
                   ADD 1 TO WS-FA-DROPPED
               END-IF
           END-IF.

       PRINT-INCOME-STATEMENT.
           MOVE "I" TO WS-STATEMENT.
           MOVE 4 TO WS-COLUMNS.
           MOVE "INCOME STATEMENT" TO WS-TL-TITLE.
           PERFORM PRINT-TITLE.
           MOVE WS-INCOME-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-STATEMENT-BODY.

       PRINT-BALANCE-SHEET.
           MOVE "B" TO WS-STATEMENT.
           MOVE 2 TO WS-COLUMNS.
           MOVE "BALANCE SHEET" TO WS-TL-TITLE.
           PERFORM PRINT-TITLE.
           MOVE WS-REPORT-PERIOD TO WS-BH-CURRENT.
           MOVE WS-PRIOR-YEAR-END TO WS-BH-PRIOR.
           MOVE WS-BALANCE-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-STATEMENT-BODY.
           MOVE 0 TO WS-OUT-OF-BALANCE.
           PERFORM VARYING WS-Fa-Sub FROM 1 BY 1
                   UNTIL WS-Fa-Sub > WS-Fa-Count
               ADD WS-Fa-Bal(WS-Fa-Sub) TO WS-OUT-OF-BALANCE
           END-PERFORM.
           IF WS-OUT-OF-BALANCE NOT = 0
               MOVE SPACES TO WS-STMT-LINE
               MOVE "** LEDGER OUT OF BALANCE BY" TO WS-SL-DESC
               COMPUTE WS-DISPLAY-AMOUNT ROUNDED = WS-OUT-OF-BALANCE
               MOVE WS-DISPLAY-AMOUNT TO WS-SL-AMOUNT(1)
               MOVE WS-STMT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-COMPANY-CODE = SPACES AND WS-IC-NET NOT = 0
               MOVE SPACES TO WS-STMT-LINE
               MOVE "** INTERCOMPANY UNMATCHED BY" TO WS-SL-DESC
               COMPUTE WS-DISPLAY-AMOUNT ROUNDED = WS-IC-NET
               MOVE WS-DISPLAY-AMOUNT TO WS-SL-AMOUNT(1)
               MOVE WS-STMT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-TITLE.
           IF WS-REPORT-LINES > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-PERIOD TO WS-TL-PERIOD.
           MOVE WS-PERIOD-STATE TO WS-TL-STATE.
           MOVE WS-TITLE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-COMPANY-TITLE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-STATEMENT-BODY.
           PERFORM VARYING WS-Lvl-Sub FROM 1 BY 1 UNTIL WS-Lvl-Sub > 9
               PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                       UNTIL WS-Col-Sub > 4
                   MOVE 0 TO WS-Acc-Value(WS-Lvl-Sub WS-Col-Sub)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-STATEMENT-LINES.
           PERFORM VARYING WS-Lay-Sub FROM 1 BY 1
                   UNTIL WS-Lay-Sub > WS-Lay-Count
               MOVE WS-Lay-Entry(WS-Lay-Sub) TO STMT-LAYOUT-RECORD
               IF FS-STATEMENT = WS-STATEMENT
                   ADD 1 TO WS-STATEMENT-LINES
                   PERFORM PRINT-LAYOUT-LINE
               END-IF
           END-PERFORM.
           IF WS-STATEMENT-LINES = 0
               MOVE "** NO LAYOUT LINES FOR THIS STATEMENT"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM LIST-UNMAPPED-ACCOUNTS.

       PRINT-LAYOUT-LINE.
           PERFORM VARYING WS-Col-Sub FROM 1 BY 1 UNTIL WS-Col-Sub > 4
               MOVE 0 TO WS-Col-Value(WS-Col-Sub)
           END-PERFORM.
           EVALUATE FS-LINE-TYPE
               WHEN "H"
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE FS-DESCRIPTION TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN "A"
                   PERFORM SUM-ACCOUNT-RANGE
                   PERFORM ADD-TO-ACCUMULATORS
                   PERFORM PRINT-AMOUNT-LINE
               WHEN "E"
                   PERFORM SUM-EARNINGS
                   PERFORM ADD-TO-ACCUMULATORS
                   PERFORM PRINT-AMOUNT-LINE
               WHEN "R"
                   PERFORM SUM-EARNINGS
                   PERFORM ADD-TO-ACCUMULATORS
                   PERFORM PRINT-AMOUNT-LINE
               WHEN "S"
                   PERFORM TAKE-SUBTOTAL
                   PERFORM PRINT-AMOUNT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SUM-ACCOUNT-RANGE.
           PERFORM VARYING WS-Fa-Sub FROM 1 BY 1
                   UNTIL WS-Fa-Sub > WS-Fa-Count
               IF WS-Fa-Account(WS-Fa-Sub) >= FS-ACCOUNT-FROM
                       AND WS-Fa-Account(WS-Fa-Sub) <= FS-ACCOUNT-TO
                   IF WS-STATEMENT = "I"
                       ADD WS-Fa-Month(WS-Fa-Sub) TO WS-Col-Value(1)
                       ADD WS-Fa-Month-Py(WS-Fa-Sub)
                           TO WS-Col-Value(2)
                       ADD WS-Fa-Ytd(WS-Fa-Sub) TO WS-Col-Value(3)
                       ADD WS-Fa-Ytd-Py(WS-Fa-Sub) TO WS-Col-Value(4)
                   ELSE
                   IF WS-Fa-Type(WS-Fa-Sub) NOT = "R"
                           AND WS-Fa-Type(WS-Fa-Sub) NOT = "E"
                       ADD WS-Fa-Bal(WS-Fa-Sub) TO WS-Col-Value(1)
                       ADD WS-Fa-Bal-Py(WS-Fa-Sub) TO WS-Col-Value(2)
                   END-IF END-IF
               END-IF
           END-PERFORM.

       SUM-EARNINGS.
           PERFORM VARYING WS-Fa-Sub FROM 1 BY 1
                   UNTIL WS-Fa-Sub > WS-Fa-Count
               IF WS-Fa-Type(WS-Fa-Sub) = "R"
                       OR WS-Fa-Type(WS-Fa-Sub) = "E"
                   IF FS-LINE-TYPE = "E"
                       ADD WS-Fa-Ytd(WS-Fa-Sub) TO WS-Col-Value(1)
                       ADD WS-Fa-Full-Py(WS-Fa-Sub)
                           TO WS-Col-Value(2)
                   ELSE
                       ADD WS-Fa-Pre(WS-Fa-Sub) TO WS-Col-Value(1)
                       ADD WS-Fa-Pre-Py(WS-Fa-Sub) TO WS-Col-Value(2)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TO-ACCUMULATORS.
           PERFORM VARYING WS-Lvl-Sub FROM 1 BY 1 UNTIL WS-Lvl-Sub > 9
               PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                       UNTIL WS-Col-Sub > 4
                   ADD WS-Col-Value(WS-Col-Sub)
                       TO WS-Acc-Value(WS-Lvl-Sub WS-Col-Sub)
               END-PERFORM
           END-PERFORM.

       TAKE-SUBTOTAL.
           PERFORM VARYING WS-Col-Sub FROM 1 BY 1 UNTIL WS-Col-Sub > 4
               MOVE WS-Acc-Value(FS-TOTAL-LEVEL WS-Col-Sub)
                   TO WS-Col-Value(WS-Col-Sub)
           END-PERFORM.
           PERFORM VARYING WS-Lvl-Sub FROM 1 BY 1
                   UNTIL WS-Lvl-Sub > FS-TOTAL-LEVEL
               PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                       UNTIL WS-Col-Sub > 4
                   MOVE 0 TO WS-Acc-Value(WS-Lvl-Sub WS-Col-Sub)
               END-PERFORM
           END-PERFORM.

       PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE FS-DESCRIPTION TO WS-SL-DESC.
           MOVE WS-TL-TITLE      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-REPORT-PERIOD TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-COMPANY-CODE  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FS-DESCRIPTION   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM VARYING WS-Col-Sub FROM 1 BY 1
                   UNTIL WS-Col-Sub > WS-COLUMNS
               IF FS-SIGN = "C"
                   COMPUTE WS-DISPLAY-AMOUNT ROUNDED =
                       0 - WS-Col-Value(WS-Col-Sub)
               ELSE
                   COMPUTE WS-DISPLAY-AMOUNT ROUNDED =
                       WS-Col-Value(WS-Col-Sub)
               END-IF
               MOVE WS-DISPLAY-AMOUNT TO WS-SL-AMOUNT(WS-Col-Sub)
               MOVE WS-DISPLAY-AMOUNT TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
           END-PERFORM.
           MOVE WS-STMT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-COLUMNS < 4
               PERFORM ADD-CSV-TEXT 2 TIMES
           END-IF.
           PERFORM WRITE-CSV-ROW.

       LIST-UNMAPPED-ACCOUNTS.
           PERFORM VARYING WS-Fa-Sub FROM 1 BY 1
                   UNTIL WS-Fa-Sub > WS-Fa-Count
               IF WS-STATEMENT = "I"
                   IF (WS-Fa-Type(WS-Fa-Sub) = "R"
                           OR WS-Fa-Type(WS-Fa-Sub) = "E")
                           AND (WS-Fa-Month(WS-Fa-Sub) NOT = 0
                           OR WS-Fa-Month-Py(WS-Fa-Sub) NOT = 0
                           OR WS-Fa-Ytd(WS-Fa-Sub) NOT = 0
                           OR WS-Fa-Ytd-Py(WS-Fa-Sub) NOT = 0)
                       PERFORM CHECK-ACCOUNT-ON-LAYOUT
                   END-IF
               ELSE
                   IF WS-Fa-Type(WS-Fa-Sub) NOT = "R"
                           AND WS-Fa-Type(WS-Fa-Sub) NOT = "E"
                           AND (WS-Fa-Bal(WS-Fa-Sub) NOT = 0
                           OR WS-Fa-Bal-Py(WS-Fa-Sub) NOT = 0)
                       PERFORM CHECK-ACCOUNT-ON-LAYOUT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FA-DROPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "** " WS-FA-DROPPED
                   " JOURNAL LINE(S) OMITTED - ACCOUNT TABLE FULL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-ACCOUNT-ON-LAYOUT.
           MOVE "N" TO WS-ON-LAYOUT.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
                   UNTIL WS-Sort-I > WS-Lay-Count
               MOVE WS-Lay-Entry(WS-Sort-I) TO STMT-LAYOUT-RECORD
               IF FS-STATEMENT = WS-STATEMENT
                       AND FS-LINE-TYPE = "A"
                       AND WS-Fa-Account(WS-Fa-Sub) >= FS-ACCOUNT-FROM
                       AND WS-Fa-Account(WS-Fa-Sub) <= FS-ACCOUNT-TO
                   MOVE "Y" TO WS-ON-LAYOUT
                   MOVE WS-Lay-Count TO WS-Sort-I
               END-IF
           END-PERFORM.
           IF WS-ON-LAYOUT = "N"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "** ACCOUNT " WS-Fa-Account(WS-Fa-Sub)
                   " HAS A BALANCE BUT IS NOT ON THE LAYOUT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
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
