           SELECT CheckRegisterFile ASSIGN TO "checkregister.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT BankBalanceFile ASSIGN TO "bankbalance.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.
           SELECT ReconReportFile ASSIGN TO "reconreport.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO "reconreport.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CheckRegisterFile.
       COPY "CheckRegister.cpy".

       FD BankBalanceFile.
       COPY "BankBalance.cpy".

       FD ReconReportFile.
       01 RECON-REPORT-LINE       PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Bank-Status      PIC XX.
       01 WS-Register-Status  PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Balance-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-STALE-COUNT      PIC 9(5) VALUE 0.
       01 WS-STATEMENT-BALANCE PIC 9(9)V99 VALUE 0.
       01 WS-ADJUSTED-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-BALANCE-OUT      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINT-LINE       PIC X(80).
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "BANK RECONCILIATION".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "reconreport.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "reconreport.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "BANK-RECON".
       01 WS-OPERATOR-ID       PIC X(10).
           OPEN OUTPUT ReconReportFile.
           MOVE "BANK RECONCILIATION REPORT" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM OPEN-CSV-EXPORT.
           STRING "ITEM TYPE,CHECK NUMBER,PAYEE,BANK AMOUNT"
               ",REGISTER AMOUNT,CHECK DATE,AGE DAYS,NOTE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           PERFORM MATCH-CLEARED-ITEMS.
           IF WS-CHANGED = "Y"
               PERFORM REWRITE-CHECK-REGISTER
           END-IF.
           PERFORM OUTSTANDING-CHECK-REPORT.
           PERFORM RECORD-STATEMENT-BALANCE.

           CLOSE ReconReportFile.
           PERFORM CLOSE-CSV-EXPORT.

           DISPLAY " ".
           DISPLAY "CHECKS CLEARED    : " WS-CLEARED-COUNT.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           DISPLAY "OUTPUT REGISTERED ON THE PRINT SPOOL "
               "CATALOG.".

                   " FOR " BK-AMOUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "UNKNOWN CHECK" TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE BK-CHECK-NUMBER TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               PERFORM ADD-CSV-TEXT
               MOVE BK-AMOUNT TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               PERFORM ADD-CSV-TEXT 4 TIMES
               PERFORM WRITE-CSV-ROW
           ELSE
               SUBTRACT 1 FROM WS-Sub
               IF CR-NET-AMOUNT NOT = BK-AMOUNT
                       CR-NET-AMOUNT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "AMOUNT MISMATCH" TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE BK-CHECK-NUMBER TO EX-AMOUNT
                   PERFORM ADD-CSV-NUMBER
                   MOVE CR-PAYEE-NAME TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE BK-AMOUNT TO EX-AMOUNT
                   PERFORM ADD-CSV-AMOUNT
                   MOVE CR-NET-AMOUNT TO EX-AMOUNT
                   PERFORM ADD-CSV-AMOUNT
                   MOVE CR-CHECK-DATE TO EX-AMOUNT
                   PERFORM ADD-CSV-NUMBER
                   PERFORM ADD-CSV-TEXT 2 TIMES
                   PERFORM WRITE-CSV-ROW
               ELSE
                   MOVE "Y" TO CR-CLEARED-FLAG
                   MOVE BK-CLEAR-DATE TO CR-CLEARED-DATE
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
                   PERFORM EXPORT-OUTSTANDING-CHECK
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OUTSTANDING TOTAL " WS-OUTSTANDING-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       EXPORT-OUTSTANDING-CHECK.
           MOVE "OUTSTANDING" TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE CR-CHECK-NUMBER TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE CR-PAYEE-NAME TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE CR-NET-AMOUNT TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE CR-CHECK-DATE TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-AGE-DAYS TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           IF WS-AGE-DAYS > 180
               MOVE "STALE - CONSIDER VOID" TO EX-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       RECORD-STATEMENT-BALANCE.
           DISPLAY "ENTER BANK STATEMENT ENDING BALANCE: ".
           ACCEPT WS-STATEMENT-BALANCE.
           COMPUTE WS-ADJUSTED-BALANCE =
               WS-STATEMENT-BALANCE - WS-OUTSTANDING-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STATEMENT-BALANCE TO WS-BALANCE-OUT.
           STRING "BANK STATEMENT BALANCE   " WS-BALANCE-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ADJUSTED-BALANCE TO WS-BALANCE-OUT.
           STRING "ADJUSTED BANK BALANCE    " WS-BALANCE-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN OUTPUT BankBalanceFile.
           IF WS-Balance-Status NOT = "00"
               DISPLAY "UNABLE TO SAVE BANK BALANCE: STATUS "
                   WS-Balance-Status
           ELSE
               MOVE WS-RUN-DATE TO BB-RECON-DATE
               MOVE WS-STATEMENT-BALANCE TO BB-STATEMENT-BALANCE
               MOVE WS-OUTSTANDING-TOTAL TO BB-OUTSTANDING-TOTAL
               MOVE WS-OPERATOR-ID TO BB-OPERATOR-ID
               WRITE BANK-BALANCE-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               CLOSE BankBalanceFile
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
