           SELECT CheckStockFile ASSIGN TO "checkstock.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT CsvFile ASSIGN TO "checkstock.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CheckStockFile.
       01 CHECK-STOCK-LINE        PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-PAYSLIP-STATUS   PIC XX.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-DEPOSIT-SKIPPED  PIC 9(6) VALUE 0.
       01 WS-PAY-METHOD       PIC X.
           88 PAID-BY-DEPOSIT VALUE "D".
       01 WS-EMP-COMPANY      PIC XX.
       01 WS-STOCK-STATUS     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-STOCK-LINE       PIC X(80).
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "PAYROLL CHECKS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "checkstock.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "checkstock.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".
       01 WS-ENV-MODE         PIC X VALUE "L".
       01 WS-BALANCE-PERIOD   PIC 9(4).
       01 WS-BALANCE-STAGE    PIC X(12).

       PRINT-CHECK-RUN.
           OPEN OUTPUT CheckStockFile.
           PERFORM OPEN-CSV-EXPORT.
           STRING "CHECK NUMBER,CHECK DATE,EMPLOYEE,PAYEE NAME"
               ",COMPANY,NET PAY,YTD GROSS,YTD NET"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE CheckStockFile.
           PERFORM CLOSE-CSV-EXPORT.
           PERFORM LOG-PERIOD-PAYMENTS.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           DISPLAY "CHECK STOCK REGISTERED ON THE PRINT SPOOL "
               "CATALOG.".

       CHECK-PAYMENT-METHOD.
           MOVE "C" TO WS-PAY-METHOD.
           MOVE "01" TO WS-EMP-COMPANY.
           IF WS-MASTER-OPEN = "Y"
               MOVE PS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-COMPANY-CODE NOT = SPACES
                           MOVE EM-COMPANY-CODE TO WS-EMP-COMPANY
                       END-IF
                       IF EM-PAYMENT-METHOD = "D"
                               AND EM-PRENOTE-STATUS = "P"
                           MOVE "D" TO WS-PAY-METHOD
           DISPLAY "YTD LOC " PS-YTD-LOCAL
               "  YTD DED " PS-YTD-DEDUCTIONS
               "  YTD NET " PS-YTD-NET.
           DISPLAY "SOC SEC " PS-SOCSEC-TAX
               "  MEDICARE " PS-MEDICARE-TAX
               "  YTD SS " PS-YTD-SOCSEC
               "  YTD MED " PS-YTD-MEDICARE.
           DISPLAY "TAXABLE WAGES - FED " PS-FEDERAL-WAGES
               "  STATE " PS-STATE-WAGES
               "  LOCAL " PS-LOCAL-WAGES
               "  SS/MED " PS-FICA-WAGES.
           IF PS-ARREARS-DEFERRED > ZERO
                   OR PS-ARREARS-RECOVERED > ZERO
               DISPLAY "ARREARS DEFERRED " PS-ARREARS-DEFERRED
                   "  ARREARS RECOVERED " PS-ARREARS-RECOVERED
           END-IF.
           IF PS-LOAN-DEDUCTION > ZERO
               DISPLAY "LOAN REPAYMENT " PS-LOAN-DEDUCTION
           END-IF.
           IF PS-REIMBURSEMENT > ZERO
               DISPLAY "EXPENSE REIMBURSEMENT (NOT TAXED) "
                   PS-REIMBURSEMENT
           END-IF.
           IF PS-PAY-TYPE = "A"
               DISPLAY "PAY ADVANCE - RECOVERED THROUGH PAYROLL"
           END-IF.
           PERFORM TALLY-PERIOD-PAYMENT.
           MOVE WS-NEXT-CHECK-NUMBER TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CHECK-DATE        TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PS-EMPLOYEE-ID       TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PS-EMPLOYEE-NAME     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-EMP-COMPANY       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PS-NET-PAY           TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-YTD-GROSS         TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PS-YTD-NET           TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.
           MOVE WS-NEXT-CHECK-NUMBER TO CR-CHECK-NUMBER.
           MOVE PS-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
           MOVE PS-NET-PAY     TO CR-NET-AMOUNT.
           MOVE PS-EMPLOYEE-NAME TO CR-PAYEE-NAME.
           MOVE "N"            TO CR-CLEARED-FLAG.
           MOVE ZERO           TO CR-CLEARED-DATE.
           MOVE WS-EMP-COMPANY TO CR-COMPANY-CODE.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-CHECK-COUNT.
           ADD 1 TO WS-REPORT-LINES.

       VOID-REISSUE-RUN.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.
           PERFORM UNTIL WS-END = "N"
               DISPLAY "ENTER CHECK NUMBER TO VOID: "
               ACCEPT WS-VOID-CHECK-NUMBER
               DISPLAY "ENTER EMPLOYEE ID ON CHECK: "
               ACCEPT WS-VOID-EMPLOYEE-ID
               PERFORM FIND-EMPLOYEE-COMPANY
               DISPLAY "ENTER CHECK AMOUNT: "
               ACCEPT WS-VOID-AMOUNT
               MOVE WS-VOID-CHECK-NUMBER TO CR-CHECK-NUMBER
               MOVE SPACES               TO CR-PAYEE-NAME
               MOVE "N"                  TO CR-CLEARED-FLAG
               MOVE ZERO                 TO CR-CLEARED-DATE
               MOVE WS-EMP-COMPANY       TO CR-COMPANY-CODE
               WRITE CHECK-REGISTER-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               DISPLAY "CHECK " WS-VOID-CHECK-NUMBER " VOIDED."
                   MOVE SPACES               TO CR-PAYEE-NAME
                   MOVE "N"                  TO CR-CLEARED-FLAG
                   MOVE ZERO                 TO CR-CLEARED-DATE
                   MOVE WS-EMP-COMPANY       TO CR-COMPANY-CODE
                   WRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "REISSUED AS CHECK " WS-NEXT-CHECK-NUMBER
               DISPLAY "PROCESS ANOTHER CHECK (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.
           IF WS-MASTER-OPEN = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       FIND-EMPLOYEE-COMPANY.
           MOVE "01" TO WS-EMP-COMPANY.
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-VOID-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-COMPANY-CODE NOT = SPACES
                           MOVE EM-COMPANY-CODE TO WS-EMP-COMPANY
                       END-IF
               END-READ
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
