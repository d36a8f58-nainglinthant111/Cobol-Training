       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXED-ASSETS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "assets.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Asset-Status.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Dept-Status.
           SELECT AcctPeriodFile ASSIGN TO "acctperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT ReportFile ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO WS-SPOOL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AssetFile.
       COPY "FixedAsset.cpy".

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

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
           02 FILLER              PIC X(48).
       01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           02 FILLER              PIC X.
           02 GJ-TOTAL-DEBITS     PIC 9(9)V99.
           02 GJ-TOTAL-CREDITS    PIC 9(9)V99.
           02 GJ-LINE-COUNT       PIC 9(4).
           02 FILLER              PIC X(30).

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Asset-Status     PIC XX.
       01 WS-Dept-Status      PIC XX.
       01 WS-Period-Status    PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-DEPRECIATE VALUE "R".
           88 MODE-DISPOSE    VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-ANSWER           PIC X.
       01 WS-REPORT-NAME      PIC X(20).
       01 WS-TODAY            PIC 9(8).
       01 WS-DATE-OK          PIC X.

       01 WS-ASSET-ACCOUNT    PIC 9(4) VALUE 1500.
       01 WS-ACCUM-ACCOUNT    PIC 9(4) VALUE 1590.
       01 WS-EXPENSE-ACCOUNT  PIC 9(4) VALUE 6600.
       01 WS-DISPOSAL-ACCOUNT PIC 9(4) VALUE 7000.
       01 WS-CASH-ACCOUNT     PIC 9(4) VALUE 1000.

       01 WS-Asset-Table.
           02 WS-Ast-Count PIC 9(4) VALUE 0.
           02 WS-Ast-Entry OCCURS 2000 TIMES.
             03 WS-Ast-Image  PIC X(114).
       01 WS-Ast-Sub          PIC 9(4).
       01 WS-Ast-Found        PIC X.
       01 WS-Assets-Changed   PIC X VALUE "N".
       01 WS-NEXT-ASSET-NO    PIC 9(6) VALUE 0.
       01 WS-ASSET-NO-IN      PIC 9(6).

       01 WS-Dept-Table.
           02 WS-Dpt-Count PIC 9(3) VALUE 0.
           02 WS-Dpt-Entry OCCURS 200 TIMES.
             03 WS-Dpt-Code   PIC X(4).
       01 WS-Dpt-Sub          PIC 9(3).
       01 WS-Dpt-Found        PIC X.

       01 WS-Period-Table.
           02 WS-Per-Count PIC 9(3) VALUE 0.
           02 WS-Per-Entry OCCURS 120 TIMES.
             03 WS-Per-Month  PIC 9(6).
             03 WS-Per-Status PIC X.
       01 WS-Per-Sub          PIC 9(3).
       01 WS-RUN-MONTH        PIC 9(6).
       01 WS-POSTING-PERIOD   PIC 9(6) VALUE 0.

       01 WS-Charge-Table.
           02 WS-Chg-Count PIC 9(3) VALUE 0.
           02 WS-Chg-Entry OCCURS 200 TIMES.
             03 WS-Chg-Dept   PIC X(4).
             03 WS-Chg-Amount PIC 9(9)V99.
       01 WS-Chg-Sub          PIC 9(3).
       01 WS-Chg-Found        PIC X.

       01 WS-DEPRECIABLE      PIC 9(9)V99.
       01 WS-REMAINING        PIC 9(9)V99.
       01 WS-MONTHS-LEFT      PIC 9(3).
       01 WS-CHARGE           PIC 9(9)V99.
       01 WS-SL-CHARGE        PIC 9(9)V99.
       01 WS-NET-BOOK         PIC 9(9)V99.
       01 WS-GAIN-LOSS        PIC S9(9)V99.
       01 WS-RUN-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-ASSETS-CHARGED   PIC 9(5) VALUE 0.
       01 WS-ASSETS-SKIPPED   PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBITS     PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE 0.
       01 WS-JOURNAL-LINES    PIC 9(4) VALUE 0.
       01 WS-TOTAL-COST       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ACCUM      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-NBV        PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-LIST-HEADING.
           02 FILLER          PIC X(34) VALUE
               "ASSET  DESCRIPTION          DEPT  ".
           02 FILLER          PIC X(23) VALUE
               "ACQUIRED       COST    ".
           02 FILLER          PIC X(23) VALUE
               "ACCUM DEPR   NET BOOK S".
       01 WS-LIST-LINE.
           02 WS-LL-ASSET     PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-DESC      PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-DEPT      PIC X(4).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LL-ACQ       PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-COST      PIC ZZZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-ACCUM     PIC ZZZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-NBV       PIC ZZZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-STATUS    PIC X.
           02 FILLER          PIC X(3) VALUE SPACES.
       01 WS-RUN-HEADING.
           02 FILLER          PIC X(34) VALUE
               "ASSET  DESCRIPTION          DEPT  ".
           02 FILLER          PIC X(23) VALUE
               "METH  MONTH     CHARGE ".
           02 FILLER          PIC X(23) VALUE
               "ACCUM DEPR   NET BOOK  ".
       01 WS-RUN-LINE.
           02 WS-RL-ASSET     PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-RL-DESC      PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-RL-DEPT      PIC X(4).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RL-METHOD    PIC X(4).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-RL-MONTH     PIC ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-RL-CHARGE    PIC ZZZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-RL-ACCUM     PIC ZZZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-RL-NBV       PIC ZZZZZZ9.99.
           02 FILLER          PIC X(4) VALUE SPACES.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20).
       01 WS-SPOOL-FILE       PIC X(20).
       01 WS-SPOOL-CSV        PIC X(20).
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "FIXED-ASSETS".
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

           DISPLAY "SELECT MODE (A=ADD ASSETS, R=MONTHLY "
               "DEPRECIATION RUN, D=DISPOSE OF AN ASSET, "
               "L=ASSET LISTING): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-ASSETS.
           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM LOAD-DEPARTMENTS
                   PERFORM UNTIL WS-End = "N"
                       PERFORM ADD-ONE-ASSET
                       DISPLAY "ADD ANOTHER ASSET (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
               WHEN MODE-DEPRECIATE
                   PERFORM LOAD-PERIODS
                   MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
                   PERFORM FIND-POSTING-PERIOD
                   PERFORM DEPRECIATION-RUN
               WHEN MODE-DISPOSE
                   PERFORM LOAD-PERIODS
                   PERFORM DISPOSE-ASSET
               WHEN MODE-LIST
                   PERFORM ASSET-LISTING
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF WS-Assets-Changed = "Y"
               PERFORM REWRITE-ASSETS
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       LOAD-ASSETS.
           OPEN INPUT AssetFile.
           IF WS-Asset-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ast-Count >= 2000
                   READ AssetFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Ast-Count
                           MOVE FIXED-ASSET-RECORD
                               TO WS-Ast-Image(WS-Ast-Count)
                           IF FA-ASSET-NO > WS-NEXT-ASSET-NO
                               MOVE FA-ASSET-NO TO WS-NEXT-ASSET-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AssetFile
               MOVE "N" TO WS-Eof
           END-IF.
           ADD 1 TO WS-NEXT-ASSET-NO.

       LOAD-DEPARTMENTS.
           OPEN INPUT DepartmentFile.
           IF WS-Dept-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Dpt-Count >= 200
                   READ DepartmentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Dpt-Count
                           MOVE DP-DEPT-CODE
                               TO WS-Dpt-Code(WS-Dpt-Count)
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
               MOVE "N" TO WS-Eof
           END-IF.

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
                   "POSTING TO RUN MONTH WITHOUT CONTROL"
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

       FIND-ASSET.
           MOVE "N" TO WS-Ast-Found.
           PERFORM VARYING WS-Ast-Sub FROM 1 BY 1
                   UNTIL WS-Ast-Sub > WS-Ast-Count
                   OR WS-Ast-Found = "Y"
               MOVE WS-Ast-Image(WS-Ast-Sub) TO FIXED-ASSET-RECORD
               IF FA-ASSET-NO = WS-ASSET-NO-IN
                   MOVE "Y" TO WS-Ast-Found
               END-IF
           END-PERFORM.
           IF WS-Ast-Found = "Y"
               SUBTRACT 1 FROM WS-Ast-Sub
           END-IF.

       ADD-ONE-ASSET.
           IF WS-Ast-Count >= 2000
               DISPLAY "ASSET TABLE FULL - ASSET NOT ADDED"
           ELSE
               MOVE SPACES TO FIXED-ASSET-RECORD
               MOVE WS-NEXT-ASSET-NO TO FA-ASSET-NO
               DISPLAY "ENTER DESCRIPTION: "
               ACCEPT FA-DESCRIPTION
               DISPLAY "ENTER DEPARTMENT: "
               ACCEPT FA-DEPT-CODE
               DISPLAY "ENTER ACQUISITION DATE (YYYYMMDD): "
               ACCEPT FA-ACQ-DATE
               DISPLAY "ENTER COST (999999999.99): "
               ACCEPT FA-COST
               DISPLAY "ENTER USEFUL LIFE IN MONTHS: "
               ACCEPT FA-LIFE-MONTHS
               DISPLAY "ENTER METHOD (S=STRAIGHT-LINE, "
                   "D=DOUBLE DECLINING BALANCE): "
               ACCEPT FA-METHOD
               DISPLAY "ENTER SALVAGE VALUE (999999999.99): "
               ACCEPT FA-SALVAGE
               MOVE 0 TO FA-ACCUM-DEPR
               MOVE 0 TO FA-MONTHS-TAKEN
               MOVE 0 TO FA-LAST-DEPR-PERIOD
               MOVE 0 TO FA-DISPOSAL-DATE
               MOVE 0 TO FA-PROCEEDS
               MOVE "A" TO FA-STATUS
               CALL "DATE-VALIDATE" USING FA-ACQ-DATE WS-DATE-OK
               PERFORM CHECK-DEPARTMENT
               EVALUATE TRUE
                   WHEN FA-DESCRIPTION = SPACES
                       DISPLAY "BLANK DESCRIPTION - ASSET REFUSED"
                   WHEN WS-Dpt-Found NOT = "Y"
                       DISPLAY "DEPARTMENT " FA-DEPT-CODE
                           " NOT ON FILE - ASSET REFUSED"
                   WHEN WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID ACQUISITION DATE - "
                           "ASSET REFUSED"
                   WHEN FA-COST = 0
                       DISPLAY "ZERO COST - ASSET REFUSED"
                   WHEN FA-LIFE-MONTHS = 0
                       DISPLAY "ZERO LIFE - ASSET REFUSED"
                   WHEN FA-METHOD NOT = "S" AND FA-METHOD NOT = "D"
                       DISPLAY "METHOD MUST BE S OR D - ASSET REFUSED"
                   WHEN FA-SALVAGE > FA-COST
                       DISPLAY "SALVAGE EXCEEDS COST - ASSET REFUSED"
                   WHEN OTHER
                       ADD 1 TO WS-Ast-Count
                       MOVE FIXED-ASSET-RECORD
                           TO WS-Ast-Image(WS-Ast-Count)
                       ADD 1 TO WS-NEXT-ASSET-NO
                       MOVE "Y" TO WS-Assets-Changed
                       DISPLAY "ASSET " FA-ASSET-NO " ADDED."
               END-EVALUATE
           END-IF.

       CHECK-DEPARTMENT.
           IF WS-Dpt-Count = 0
               MOVE "Y" TO WS-Dpt-Found
           ELSE
               MOVE "N" TO WS-Dpt-Found
               PERFORM VARYING WS-Dpt-Sub FROM 1 BY 1
                       UNTIL WS-Dpt-Sub > WS-Dpt-Count
                   IF WS-Dpt-Code(WS-Dpt-Sub) = FA-DEPT-CODE
                       MOVE "Y" TO WS-Dpt-Found
                       MOVE WS-Dpt-Count TO WS-Dpt-Sub
                   END-IF
               END-PERFORM
           END-IF.

       DEPRECIATION-RUN.
           IF WS-POSTING-PERIOD = 0
               DISPLAY "NO OPEN ACCOUNTING PERIOD FOR "
                   WS-RUN-MONTH " OR LATER - RUN REFUSED"
           ELSE
               DISPLAY "DEPRECIATION FOR PERIOD " WS-POSTING-PERIOD
                   " - CONTINUE (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM CALCULATE-DEPRECIATION
               ELSE
                   DISPLAY "DEPRECIATION RUN CANCELLED."
               END-IF
           END-IF.

       CALCULATE-DEPRECIATION.
           MOVE "deprrun.prt" TO WS-REPORT-NAME.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN deprrun.prt: STATUS "
                   WS-Report-Status
           ELSE
               MOVE "deprrun.csv" TO WS-SPOOL-CSV
               PERFORM OPEN-CSV-EXPORT
               STRING "PERIOD,ASSET,DESCRIPTION,DEPARTMENT,METHOD,MONTH"
                   ",CHARGE,ACCUMULATED,NET BOOK VALUE"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DEPRECIATION RUN - PERIOD " WS-POSTING-PERIOD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-RUN-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-Ast-Sub FROM 1 BY 1
                       UNTIL WS-Ast-Sub > WS-Ast-Count
                   MOVE WS-Ast-Image(WS-Ast-Sub)
                       TO FIXED-ASSET-RECORD
                   PERFORM DEPRECIATE-ONE-ASSET
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-RUN-TOTAL TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ASSETS CHARGED: " WS-ASSETS-CHARGED
                   "   TOTAL DEPRECIATION: " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-ASSETS-SKIPPED > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "ASSETS ALREADY DEPRECIATED FOR THIS "
                       "PERIOD: " WS-ASSETS-SKIPPED
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               MOVE "DEPRECIATION RUN" TO WS-SPOOL-REPORT
               PERFORM REGISTER-REPORT
               DISPLAY "ASSETS CHARGED    : " WS-ASSETS-CHARGED
               DISPLAY "TOTAL DEPRECIATION: " WS-AMOUNT-OUT
               IF WS-RUN-TOTAL > 0
                   PERFORM WRITE-DEPRECIATION-JOURNAL
               ELSE
                   DISPLAY "NO DEPRECIATION DUE - NOTHING POSTED"
               END-IF
           END-IF.

       DEPRECIATE-ONE-ASSET.
           IF FA-STATUS = "A"
                   AND FA-ACQ-DATE(1:6) < WS-POSTING-PERIOD
               IF FA-LAST-DEPR-PERIOD >= WS-POSTING-PERIOD
                   ADD 1 TO WS-ASSETS-SKIPPED
               ELSE
                   PERFORM COMPUTE-MONTHLY-CHARGE
                   IF WS-CHARGE > 0
                       PERFORM APPLY-CHARGE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-MONTHLY-CHARGE.
           COMPUTE WS-DEPRECIABLE = FA-COST - FA-SALVAGE.
           IF FA-ACCUM-DEPR >= WS-DEPRECIABLE
               MOVE 0 TO WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING = WS-DEPRECIABLE - FA-ACCUM-DEPR
           END-IF.
           IF FA-MONTHS-TAKEN >= FA-LIFE-MONTHS
               MOVE 0 TO WS-MONTHS-LEFT
           ELSE
               COMPUTE WS-MONTHS-LEFT =
                   FA-LIFE-MONTHS - FA-MONTHS-TAKEN
           END-IF.
           IF WS-MONTHS-LEFT <= 1
               MOVE WS-REMAINING TO WS-CHARGE
           ELSE
               IF FA-METHOD = "D"
                   COMPUTE WS-CHARGE ROUNDED =
                       (FA-COST - FA-ACCUM-DEPR) * 2 / FA-LIFE-MONTHS
                   COMPUTE WS-SL-CHARGE ROUNDED =
                       WS-REMAINING / WS-MONTHS-LEFT
                   IF WS-SL-CHARGE > WS-CHARGE
                       MOVE WS-SL-CHARGE TO WS-CHARGE
                   END-IF
               ELSE
                   COMPUTE WS-CHARGE ROUNDED =
                       WS-DEPRECIABLE / FA-LIFE-MONTHS
               END-IF
               IF WS-CHARGE > WS-REMAINING
                   MOVE WS-REMAINING TO WS-CHARGE
               END-IF
           END-IF.

       APPLY-CHARGE.
           ADD WS-CHARGE TO FA-ACCUM-DEPR.
           ADD 1 TO FA-MONTHS-TAKEN.
           MOVE WS-POSTING-PERIOD TO FA-LAST-DEPR-PERIOD.
           MOVE FIXED-ASSET-RECORD TO WS-Ast-Image(WS-Ast-Sub).
           MOVE "Y" TO WS-Assets-Changed.
           ADD 1 TO WS-ASSETS-CHARGED.
           ADD WS-CHARGE TO WS-RUN-TOTAL.
           PERFORM ADD-DEPT-CHARGE.
           MOVE SPACES TO WS-RUN-LINE.
           MOVE FA-ASSET-NO TO WS-RL-ASSET.
           MOVE FA-DESCRIPTION TO WS-RL-DESC.
           MOVE FA-DEPT-CODE TO WS-RL-DEPT.
           IF FA-METHOD = "D"
               MOVE "DDB" TO WS-RL-METHOD
           ELSE
               MOVE "SL" TO WS-RL-METHOD
           END-IF.
           MOVE FA-MONTHS-TAKEN TO WS-RL-MONTH.
           MOVE WS-CHARGE TO WS-RL-CHARGE.
           MOVE FA-ACCUM-DEPR TO WS-RL-ACCUM.
           COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR.
           MOVE WS-NET-BOOK TO WS-RL-NBV.
           MOVE WS-RUN-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POSTING-PERIOD TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE FA-ASSET-NO       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FA-DESCRIPTION    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FA-DEPT-CODE      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-RL-METHOD      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FA-MONTHS-TAKEN   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CHARGE         TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE FA-ACCUM-DEPR     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-NET-BOOK       TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       ADD-DEPT-CHARGE.
           MOVE "N" TO WS-Chg-Found.
           PERFORM VARYING WS-Chg-Sub FROM 1 BY 1
                   UNTIL WS-Chg-Sub > WS-Chg-Count
                   OR WS-Chg-Found = "Y"
               IF WS-Chg-Dept(WS-Chg-Sub) = FA-DEPT-CODE
                   MOVE "Y" TO WS-Chg-Found
               END-IF
           END-PERFORM.
           IF WS-Chg-Found = "Y"
               SUBTRACT 1 FROM WS-Chg-Sub
           ELSE
               IF WS-Chg-Count < 200
                   ADD 1 TO WS-Chg-Count
                   MOVE WS-Chg-Count TO WS-Chg-Sub
               ELSE
                   MOVE 200 TO WS-Chg-Sub
               END-IF
               MOVE FA-DEPT-CODE TO WS-Chg-Dept(WS-Chg-Sub)
               MOVE 0 TO WS-Chg-Amount(WS-Chg-Sub)
           END-IF.
           ADD WS-CHARGE TO WS-Chg-Amount(WS-Chg-Sub).

       WRITE-DEPRECIATION-JOURNAL.
           PERFORM OPEN-JOURNAL.
           IF WS-Journal-Status = "00"
               PERFORM VARYING WS-Chg-Sub FROM 1 BY 1
                       UNTIL WS-Chg-Sub > WS-Chg-Count
                   MOVE WS-EXPENSE-ACCOUNT TO GJ-ACCOUNT
                   MOVE WS-Chg-Amount(WS-Chg-Sub) TO GJ-DEBIT
                   MOVE ZERO TO GJ-CREDIT
                   MOVE "DEPRECIATION EXPENSE" TO GJ-DESCRIPTION
                   MOVE WS-Chg-Dept(WS-Chg-Sub) TO GJ-DEPT-CODE
                   PERFORM WRITE-JOURNAL-LINE
               END-PERFORM
               MOVE WS-ACCUM-ACCOUNT TO GJ-ACCOUNT
               MOVE ZERO TO GJ-DEBIT
               MOVE WS-RUN-TOTAL TO GJ-CREDIT
               MOVE "ACCUM DEPRECIATION" TO GJ-DESCRIPTION
               MOVE SPACES TO GJ-DEPT-CODE
               PERFORM WRITE-JOURNAL-LINE
               PERFORM CLOSE-JOURNAL
               DISPLAY "DEPRECIATION JOURNALED TO GL PERIOD "
                   WS-POSTING-PERIOD
           END-IF.

       DISPOSE-ASSET.
           DISPLAY "ENTER ASSET NUMBER: ".
           ACCEPT WS-ASSET-NO-IN.
           PERFORM FIND-ASSET.
           IF WS-Ast-Found NOT = "Y"
               DISPLAY "ASSET " WS-ASSET-NO-IN " NOT ON FILE."
           ELSE
           IF FA-STATUS NOT = "A"
               DISPLAY "ASSET " FA-ASSET-NO " ALREADY DISPOSED ON "
                   FA-DISPOSAL-DATE
           ELSE
               DISPLAY "ENTER DISPOSAL DATE (YYYYMMDD): "
               ACCEPT FA-DISPOSAL-DATE
               DISPLAY "ENTER SALE PROCEEDS (999999999.99): "
               ACCEPT FA-PROCEEDS
               CALL "DATE-VALIDATE" USING FA-DISPOSAL-DATE WS-DATE-OK
               MOVE FA-DISPOSAL-DATE(1:6) TO WS-RUN-MONTH
               PERFORM FIND-POSTING-PERIOD
               IF WS-DATE-OK NOT = "Y"
                       OR FA-DISPOSAL-DATE < FA-ACQ-DATE
                   DISPLAY "INVALID DISPOSAL DATE - NOTHING POSTED"
               ELSE
               IF WS-POSTING-PERIOD = 0
                   DISPLAY "NO OPEN ACCOUNTING PERIOD FOR "
                       WS-RUN-MONTH " OR LATER - NOTHING POSTED"
               ELSE
                   PERFORM CONFIRM-DISPOSAL
               END-IF END-IF
           END-IF END-IF.

       CONFIRM-DISPOSAL.
           COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR.
           COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-NET-BOOK.
           MOVE WS-NET-BOOK TO WS-AMOUNT-OUT.
           DISPLAY "NET BOOK VALUE   : " WS-AMOUNT-OUT.
           MOVE WS-GAIN-LOSS TO WS-AMOUNT-OUT.
           DISPLAY "GAIN (LOSS)      : " WS-AMOUNT-OUT.
           DISPLAY "POSTS TO PERIOD  : " WS-POSTING-PERIOD.
           DISPLAY "POST THIS DISPOSAL (Y/N)? ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               PERFORM WRITE-DISPOSAL-JOURNAL
               IF WS-Journal-Status = "00"
                   MOVE "D" TO FA-STATUS
                   MOVE FIXED-ASSET-RECORD TO WS-Ast-Image(WS-Ast-Sub)
                   MOVE "Y" TO WS-Assets-Changed
                   DISPLAY "ASSET " FA-ASSET-NO " DISPOSED."
               END-IF
           ELSE
               DISPLAY "DISPOSAL CANCELLED."
           END-IF.

       WRITE-DISPOSAL-JOURNAL.
           PERFORM OPEN-JOURNAL.
           IF WS-Journal-Status = "00"
               MOVE FA-DEPT-CODE TO GJ-DEPT-CODE
               MOVE WS-ACCUM-ACCOUNT TO GJ-ACCOUNT
               MOVE FA-ACCUM-DEPR TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
               MOVE "ACCUM DEPR DISPOSED" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-CASH-ACCOUNT TO GJ-ACCOUNT
               MOVE FA-PROCEEDS TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
               MOVE "ASSET SALE PROCEEDS" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ASSET-ACCOUNT TO GJ-ACCOUNT
               MOVE ZERO TO GJ-DEBIT
               MOVE FA-COST TO GJ-CREDIT
               MOVE "FIXED ASSET COST" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-DISPOSAL-ACCOUNT TO GJ-ACCOUNT
               IF WS-GAIN-LOSS < 0
                   COMPUTE GJ-DEBIT = 0 - WS-GAIN-LOSS
                   MOVE ZERO TO GJ-CREDIT
                   MOVE "LOSS ON DISPOSAL" TO GJ-DESCRIPTION
               ELSE
                   MOVE ZERO TO GJ-DEBIT
                   MOVE WS-GAIN-LOSS TO GJ-CREDIT
                   MOVE "GAIN ON DISPOSAL" TO GJ-DESCRIPTION
               END-IF
               PERFORM WRITE-JOURNAL-LINE
               PERFORM CLOSE-JOURNAL
           END-IF.

       OPEN-JOURNAL.
           OPEN EXTEND GlJournalFile.
           IF WS-Journal-Status = "05" OR WS-Journal-Status = "35"
               OPEN OUTPUT GlJournalFile
           END-IF.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN GL JOURNAL: STATUS "
                   WS-Journal-Status
           ELSE
               MOVE 0 TO WS-TOTAL-DEBITS
               MOVE 0 TO WS-TOTAL-CREDITS
               MOVE 0 TO WS-JOURNAL-LINES
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "H" TO GJ-RECORD-TYPE
               MOVE WS-TODAY TO GJ-RUN-DATE
               WRITE GL-JOURNAL-RECORD
               MOVE SPACES TO GL-JOURNAL-RECORD
           END-IF.

       WRITE-JOURNAL-LINE.
           IF GJ-DEBIT = ZERO AND GJ-CREDIT = ZERO
               CONTINUE
           ELSE
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE WS-POSTING-PERIOD TO GJ-PERIOD
               ADD GJ-DEBIT  TO WS-TOTAL-DEBITS
               ADD GJ-CREDIT TO WS-TOTAL-CREDITS
               ADD 1 TO WS-JOURNAL-LINES
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-Written-Count
           END-IF.

       CLOSE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE WS-TOTAL-DEBITS  TO GJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS.
           MOVE WS-JOURNAL-LINES TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.
           CLOSE GlJournalFile.

       ASSET-LISTING.
           MOVE "assetlist.prt" TO WS-REPORT-NAME.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN assetlist.prt: STATUS "
                   WS-Report-Status
           ELSE
               MOVE "assetlist.csv" TO WS-SPOOL-CSV
               PERFORM OPEN-CSV-EXPORT
               STRING "ASSET,DESCRIPTION,DEPARTMENT,ACQUIRED,COST"
                   ",ACCUMULATED,NET BOOK VALUE,STATUS"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FIXED ASSET REGISTER AS OF " WS-TODAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-LIST-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-Ast-Sub FROM 1 BY 1
                       UNTIL WS-Ast-Sub > WS-Ast-Count
                   MOVE WS-Ast-Image(WS-Ast-Sub)
                       TO FIXED-ASSET-RECORD
                   PERFORM LIST-ONE-ASSET
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-LIST-LINE
               MOVE "ACTIVE ASSET TOTALS" TO WS-LL-DESC
               MOVE WS-TOTAL-COST TO WS-LL-COST
               MOVE WS-TOTAL-ACCUM TO WS-LL-ACCUM
               MOVE WS-TOTAL-NBV TO WS-LL-NBV
               MOVE WS-LIST-LINE TO WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE(1:6)
               PERFORM WRITE-REPORT-LINE
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               MOVE "FIXED ASSET REGISTER" TO WS-SPOOL-REPORT
               PERFORM REGISTER-REPORT
               DISPLAY "ASSETS LISTED: " WS-Ast-Count
               DISPLAY "REPORT WRITTEN TO assetlist.prt"
           END-IF.

       LIST-ONE-ASSET.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE FA-ASSET-NO TO WS-LL-ASSET.
           MOVE FA-DESCRIPTION TO WS-LL-DESC.
           MOVE FA-DEPT-CODE TO WS-LL-DEPT.
           MOVE FA-ACQ-DATE TO WS-LL-ACQ.
           MOVE FA-COST TO WS-LL-COST.
           MOVE FA-ACCUM-DEPR TO WS-LL-ACCUM.
           IF FA-STATUS = "A"
               COMPUTE WS-NET-BOOK = FA-COST - FA-ACCUM-DEPR
               ADD FA-COST TO WS-TOTAL-COST
               ADD FA-ACCUM-DEPR TO WS-TOTAL-ACCUM
               ADD WS-NET-BOOK TO WS-TOTAL-NBV
           ELSE
               MOVE 0 TO WS-NET-BOOK
           END-IF.
           MOVE WS-NET-BOOK TO WS-LL-NBV.
           MOVE FA-STATUS TO WS-LL-STATUS.
           MOVE WS-LIST-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE FA-ASSET-NO    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FA-DESCRIPTION TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FA-DEPT-CODE   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE FA-ACQ-DATE    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE FA-COST        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE FA-ACCUM-DEPR  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-NET-BOOK    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE FA-STATUS      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.

       REGISTER-REPORT.
           MOVE WS-REPORT-NAME TO WS-SPOOL-FILE.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

       REWRITE-ASSETS.
           OPEN OUTPUT AssetFile.
           IF WS-Asset-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE ASSET FILE: STATUS "
                   WS-Asset-Status
           ELSE
               PERFORM VARYING WS-Ast-Sub FROM 1 BY 1
                       UNTIL WS-Ast-Sub > WS-Ast-Count
                   MOVE WS-Ast-Image(WS-Ast-Sub) TO FIXED-ASSET-RECORD
                   WRITE FIXED-ASSET-RECORD
               END-PERFORM
               CLOSE AssetFile
           END-IF.

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
