       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankBalanceFile ASSIGN TO "bankbalance.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Balance-Status.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT CashReceiptFile ASSIGN TO "cashreceipts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Receipt-Status.
           SELECT VoucherFile ASSIGN TO "vouchers.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Voucher-Status.
           SELECT CheckRegisterFile ASSIGN TO "checkregister.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT PayPeriodFile ASSIGN TO "payperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT PayrollHistoryFile ASSIGN TO "payrollhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-History-Status.
           SELECT RecurringFile ASSIGN TO "recurringje.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Recurring-Status.
           SELECT ForecastReportFile ASSIGN TO "cashforecast.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO "cashforecast.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BankBalanceFile.
       COPY "BankBalance.cpy".

       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD CashReceiptFile.
       COPY "CashReceipt.cpy".

       FD VoucherFile.
       COPY "Voucher.cpy".

       FD CheckRegisterFile.
       COPY "CheckRegister.cpy".

       FD PayPeriodFile.
       COPY "PayPeriod.cpy".

       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD RecurringFile.
       01 RECURRING-JE-RECORD.
           02 RJ-ACCOUNT          PIC 9(4).
           02 RJ-DEBIT            PIC 9(9)V99.
           02 RJ-CREDIT           PIC 9(9)V99.
           02 RJ-DESCRIPTION      PIC X(20).

       FD ForecastReportFile.
       01 FORECAST-REPORT-LINE    PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Balance-Status   PIC XX.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Receipt-Status   PIC XX.
       01 WS-Voucher-Status   PIC XX.
       01 WS-Register-Status  PIC XX.
       01 WS-Period-Status    PIC XX.
       01 WS-History-Status   PIC XX.
       01 WS-Recurring-Status PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Balance-Found    PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-MINIMUM-BALANCE  PIC 9(9)V99 VALUE 0.
       01 WS-CASH-ACCOUNT     PIC 9(4) VALUE 1000.
       01 WS-TERMS-DAYS       PIC 9(3) VALUE 30.
       01 WS-PAYROLL-RUNS     PIC 9 VALUE 3.

       01 WS-Week-Table.
           02 WS-Wk-Entry OCCURS 13 TIMES.
             03 WS-Wk-Start       PIC 9(8).
             03 WS-Wk-End         PIC 9(8).
             03 WS-Wk-Receipts    PIC S9(9)V99.
             03 WS-Wk-Disburse    PIC 9(9)V99.
             03 WS-Wk-Payroll     PIC 9(9)V99.
             03 WS-Wk-Recurring   PIC S9(9)V99.
             03 WS-Wk-Ending      PIC S9(11)V99.
       01 WS-Wk-Sub           PIC 99.
       01 WS-TARGET-DATE      PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-DAY-COUNT        PIC 9(3).

       01 WS-Inv-Table.
           02 WS-Inv-Count PIC 9(5) VALUE 0.
           02 WS-Inv-Entry OCCURS 10000 TIMES.
             03 WS-Inv-Number     PIC 9(6).
             03 WS-Inv-Date       PIC 9(8).
       01 WS-Inv-Sub          PIC 9(5).
       01 WS-Inv-Full         PIC X VALUE "N".

       01 WS-Cust-Table.
           02 WS-Cust-Count PIC 9(4) VALUE 0.
           02 WS-Cust-Entry OCCURS 2000 TIMES.
             03 WS-Cust-Id         PIC 9(5).
             03 WS-Cust-Pay-Count  PIC 9(5).
             03 WS-Cust-Pay-Days   PIC 9(9).
       01 WS-Sub              PIC 9(4).
       01 WS-Entry-Found      PIC X.
       01 WS-LOOKUP-CUSTOMER  PIC 9(5).
       01 WS-AVG-DAYS         PIC 9(3).

       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-WORK-DAYS        PIC 9(7).
       01 WS-INVOICE-DAYS     PIC 9(7).
       01 WS-AGE-DAYS         PIC S9(7).

       01 WS-Run-Table.
           02 WS-Run-Count PIC 9(4) VALUE 0.
           02 WS-Run-Entry OCCURS 500 TIMES.
             03 WS-Run-Period     PIC 9(4).
             03 WS-Run-Cost       PIC 9(9)V99.
       01 WS-Run-Sub          PIC 9(4).
       01 WS-Run-Found        PIC X.
       01 WS-RUNS-AVERAGED    PIC 9.
       01 WS-PAYROLL-AVERAGE  PIC 9(9)V99 VALUE 0.
       01 WS-RECURRING-NET    PIC S9(9)V99 VALUE 0.

       01 WS-OPEN-AMOUNT      PIC S9(9)V99.
       01 WS-OPENING-BALANCE  PIC S9(11)V99 VALUE 0.
       01 WS-RUNNING-BALANCE  PIC S9(11)V99 VALUE 0.
       01 WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DEPOSIT-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-BEYOND-RECEIPTS  PIC S9(11)V99 VALUE 0.
       01 WS-BEYOND-PAYABLES  PIC 9(11)V99 VALUE 0.
       01 WS-LOW-WEEKS        PIC 99 VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-AMOUNT-OUT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-FORECAST-HEADING.
           02 FILLER          PIC X(40) VALUE
               "WK BEGINNING  RECEIPTS   PAYABLES    PAY".
           02 FILLER          PIC X(40) VALUE
               "ROLL  RECURRING ENDING CASH".
       01 WS-FORECAST-LINE.
           02 WS-FL-WEEK      PIC Z9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-START     PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-RECEIPTS  PIC -Z,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-DISBURSE  PIC ZZ,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-PAYROLL   PIC ZZ,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-RECURRING PIC -Z,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-ENDING    PIC -ZZ,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-FLAG      PIC X(12).
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "CASH FORECAST".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "cashforecast.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "cashforecast.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "CASH-FORECAST".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-BANK-BALANCE.
           IF WS-Balance-Found NOT = "Y"
               DISPLAY "NO BANK BALANCE ON FILE - RUN BANK-RECON "
                   "BEFORE THE CASH FORECAST"
           ELSE
               DISPLAY "ENTER MINIMUM CASH BALANCE: "
               ACCEPT WS-MINIMUM-BALANCE
               PERFORM BUILD-WEEKS
               PERFORM LOAD-INVOICE-DATES
               PERFORM MEASURE-DAYS-TO-PAY
               PERFORM FORECAST-RECEIVABLES
               PERFORM FORECAST-DEPOSITS
               PERFORM FORECAST-PAYABLES
               PERFORM FORECAST-OUTSTANDING-CHECKS
               PERFORM FORECAST-PAYROLL
               PERFORM FORECAST-RECURRING
               PERFORM PRINT-FORECAST
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       READ-BANK-BALANCE.
           OPEN INPUT BankBalanceFile.
           IF WS-Balance-Status = "00"
               READ BankBalanceFile
                   NOT AT END
                       MOVE "Y" TO WS-Balance-Found
                       MOVE BB-STATEMENT-BALANCE
                           TO WS-OPENING-BALANCE
               END-READ
               CLOSE BankBalanceFile
           END-IF.

       BUILD-WEEKS.
           PERFORM VARYING WS-Wk-Sub FROM 1 BY 1 UNTIL WS-Wk-Sub > 13
               COMPUTE WS-DAY-COUNT = (WS-Wk-Sub - 1) * 7
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-RUN-DATE WS-DAY-COUNT WS-Wk-Start(WS-Wk-Sub)
               COMPUTE WS-DAY-COUNT = WS-Wk-Sub * 7 - 1
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-RUN-DATE WS-DAY-COUNT WS-Wk-End(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Receipts(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Disburse(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Payroll(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Recurring(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Ending(WS-Wk-Sub)
           END-PERFORM.

       FIND-WEEK.
           MOVE 0 TO WS-Wk-Sub.
           IF WS-TARGET-DATE < WS-Wk-Start(1)
               MOVE 1 TO WS-Wk-Sub
           ELSE
               PERFORM VARYING WS-Wk-Sub FROM 1 BY 1
                       UNTIL WS-Wk-Sub > 13
                       OR WS-TARGET-DATE <= WS-Wk-End(WS-Wk-Sub)
                   CONTINUE
               END-PERFORM
               IF WS-Wk-Sub > 13
                   MOVE 0 TO WS-Wk-Sub
               END-IF
           END-IF.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-WORK-DAYS =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       LOAD-INVOICE-DATES.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE: STATUS "
                   WS-Invoice-Status " - RECEIVABLES OMITTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF WS-Inv-Count >= 10000
                               MOVE "Y" TO WS-Inv-Full
                           ELSE
                               ADD 1 TO WS-Inv-Count
                               MOVE IV-INVOICE-NUMBER
                                   TO WS-Inv-Number(WS-Inv-Count)
                               MOVE IV-INVOICE-DATE
                                   TO WS-Inv-Date(WS-Inv-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.
           MOVE "N" TO WS-Eof.
           IF WS-Inv-Full = "Y"
               DISPLAY "MORE THAN 10000 INVOICES - DAYS TO PAY "
                   "MEASURED ON THE FIRST 10000"
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cust-Count
                   OR WS-Entry-Found = "Y"
               IF WS-Cust-Id(WS-Sub) = WS-LOOKUP-CUSTOMER
                   MOVE "Y" TO WS-Entry-Found
               END-IF
           END-PERFORM.
           IF WS-Entry-Found = "Y"
               SUBTRACT 1 FROM WS-Sub
           ELSE
               IF WS-Cust-Count < 2000
                   ADD 1 TO WS-Cust-Count
                   MOVE WS-Cust-Count TO WS-Sub
                   MOVE WS-LOOKUP-CUSTOMER TO WS-Cust-Id(WS-Sub)
                   MOVE 0 TO WS-Cust-Pay-Count(WS-Sub)
                   MOVE 0 TO WS-Cust-Pay-Days(WS-Sub)
                   MOVE "Y" TO WS-Entry-Found
               END-IF
           END-IF.

       MEASURE-DAYS-TO-PAY.
           OPEN INPUT CashReceiptFile.
           IF WS-Receipt-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ CashReceiptFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF RC-RECEIPT-TYPE = "A"
                               PERFORM TIME-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CashReceiptFile
           END-IF.
           MOVE "N" TO WS-Eof.

       TIME-PAYMENT.
           MOVE 0 TO WS-WORK-DATE.
           PERFORM VARYING WS-Inv-Sub FROM 1 BY 1
                   UNTIL WS-Inv-Sub > WS-Inv-Count
               IF WS-Inv-Number(WS-Inv-Sub) = RC-INVOICE-NUMBER
                   MOVE WS-Inv-Date(WS-Inv-Sub) TO WS-WORK-DATE
                   MOVE WS-Inv-Count TO WS-Inv-Sub
               END-IF
           END-PERFORM.
           IF WS-WORK-DATE NOT = 0
               PERFORM DATE-TO-DAYS
               MOVE WS-WORK-DAYS TO WS-INVOICE-DAYS
               MOVE RC-RECEIPT-DATE TO WS-WORK-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-AGE-DAYS = WS-WORK-DAYS - WS-INVOICE-DAYS
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE RC-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
               PERFORM FIND-CUSTOMER-ENTRY
               IF WS-Entry-Found = "Y"
                   ADD 1 TO WS-Cust-Pay-Count(WS-Sub)
                   ADD WS-AGE-DAYS TO WS-Cust-Pay-Days(WS-Sub)
               END-IF
           END-IF.

       FORECAST-RECEIVABLES.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-STATUS = "O"
                               PERFORM FORECAST-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.
           MOVE "N" TO WS-Eof.

       FORECAST-ONE-INVOICE.
           COMPUTE WS-OPEN-AMOUNT = IV-INVOICE-AMOUNT - IV-PAID-AMOUNT.
           IF IV-INVOICE-TYPE = "C"
               COMPUTE WS-OPEN-AMOUNT = 0 - WS-OPEN-AMOUNT
           END-IF.
           MOVE WS-TERMS-DAYS TO WS-AVG-DAYS.
           MOVE IV-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-Entry-Found = "Y"
               IF WS-Cust-Pay-Count(WS-Sub) > 0
                   COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-Cust-Pay-Days(WS-Sub)
                           / WS-Cust-Pay-Count(WS-Sub)
               END-IF
           END-IF.
           MOVE WS-AVG-DAYS TO WS-DAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               IV-INVOICE-DATE WS-DAY-COUNT WS-TARGET-DATE.
           PERFORM FIND-WEEK.
           IF WS-Wk-Sub = 0
               ADD WS-OPEN-AMOUNT TO WS-BEYOND-RECEIPTS
           ELSE
               ADD WS-OPEN-AMOUNT TO WS-Wk-Receipts(WS-Wk-Sub)
           END-IF.

       FORECAST-DEPOSITS.
           OPEN INPUT CashReceiptFile.
           IF WS-Receipt-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ CashReceiptFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF RC-RECEIPT-DATE > BB-RECON-DATE
                               EVALUATE RC-RECEIPT-TYPE
                                   WHEN "A"
                                   WHEN "D"
                                   WHEN "U"
                                       ADD RC-AMOUNT
                                           TO WS-DEPOSIT-TOTAL
                                   WHEN "V"
                                       SUBTRACT RC-AMOUNT
                                           FROM WS-DEPOSIT-TOTAL
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CashReceiptFile
           END-IF.
           MOVE "N" TO WS-Eof.
           ADD WS-DEPOSIT-TOTAL TO WS-OPENING-BALANCE.

       FORECAST-PAYABLES.
           OPEN INPUT VoucherFile.
           IF WS-Voucher-Status NOT = "00"
               DISPLAY "VOUCHER FILE NOT AVAILABLE: STATUS "
                   WS-Voucher-Status " - PAYABLES OMITTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ VoucherFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF VO-STATUS = "O"
                               MOVE VO-DUE-DATE TO WS-TARGET-DATE
                               PERFORM FIND-WEEK
                               IF WS-Wk-Sub = 0
                                   ADD VO-AMOUNT TO WS-BEYOND-PAYABLES
                               ELSE
                                   ADD VO-AMOUNT
                                       TO WS-Wk-Disburse(WS-Wk-Sub)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
           END-IF.
           MOVE "N" TO WS-Eof.

       FORECAST-OUTSTANDING-CHECKS.
           OPEN INPUT CheckRegisterFile.
           IF WS-Register-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF CR-CHECK-TYPE NOT = "V"
                                   AND CR-CLEARED-FLAG NOT = "Y"
                               ADD CR-NET-AMOUNT
                                   TO WS-OUTSTANDING-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
           END-IF.
           MOVE "N" TO WS-Eof.
           ADD WS-OUTSTANDING-TOTAL TO WS-Wk-Disburse(1).

       FORECAST-PAYROLL.
           OPEN INPUT PayrollHistoryFile.
           IF WS-History-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PH-PAY-TYPE = SPACE
                               PERFORM TALLY-PAYROLL-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.
           MOVE "N" TO WS-Eof.
           MOVE 0 TO WS-RUNS-AVERAGED.
           PERFORM VARYING WS-Run-Sub FROM WS-Run-Count BY -1
                   UNTIL WS-Run-Sub < 1
                   OR WS-RUNS-AVERAGED >= WS-PAYROLL-RUNS
               ADD WS-Run-Cost(WS-Run-Sub) TO WS-PAYROLL-AVERAGE
               ADD 1 TO WS-RUNS-AVERAGED
           END-PERFORM.
           IF WS-RUNS-AVERAGED > 0
               COMPUTE WS-PAYROLL-AVERAGE ROUNDED =
                   WS-PAYROLL-AVERAGE / WS-RUNS-AVERAGED
           END-IF.
           OPEN INPUT PayPeriodFile.
           IF WS-Period-Status NOT = "00"
               DISPLAY "PAY PERIOD FILE NOT AVAILABLE: STATUS "
                   WS-Period-Status " - PAYROLL OMITTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ PayPeriodFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PP-STATUS = "O"
                               MOVE PP-END-DATE TO WS-TARGET-DATE
                               PERFORM FIND-WEEK
                               IF WS-Wk-Sub > 0
                                   ADD WS-PAYROLL-AVERAGE
                                       TO WS-Wk-Payroll(WS-Wk-Sub)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF.
           MOVE "N" TO WS-Eof.

       TALLY-PAYROLL-RUN.
           MOVE "N" TO WS-Run-Found.
           IF WS-Run-Count > 0
               IF WS-Run-Period(WS-Run-Count) = PH-PERIOD-NUMBER
                   MOVE "Y" TO WS-Run-Found
               END-IF
           END-IF.
           IF WS-Run-Found = "N"
               IF WS-Run-Count >= 500
                   PERFORM VARYING WS-Run-Sub FROM 1 BY 1
                           UNTIL WS-Run-Sub >= WS-Run-Count
                       MOVE WS-Run-Entry(WS-Run-Sub + 1)
                           TO WS-Run-Entry(WS-Run-Sub)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-Run-Count
               END-IF
               MOVE PH-PERIOD-NUMBER TO WS-Run-Period(WS-Run-Count)
               MOVE 0 TO WS-Run-Cost(WS-Run-Count)
           END-IF.
           COMPUTE WS-Run-Cost(WS-Run-Count) =
               WS-Run-Cost(WS-Run-Count) + PH-GROSS-PAY
               + PH-EMPLOYER-FICA + PH-EMPLOYER-UNEMP
               + PH-RETIRE-MATCH.

       FORECAST-RECURRING.
           OPEN INPUT RecurringFile.
           IF WS-Recurring-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ RecurringFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF RJ-ACCOUNT = WS-CASH-ACCOUNT
                               ADD RJ-DEBIT TO WS-RECURRING-NET
                               SUBTRACT RJ-CREDIT
                                   FROM WS-RECURRING-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RecurringFile
           END-IF.
           MOVE "N" TO WS-Eof.
           IF WS-RECURRING-NET NOT = 0
               PERFORM VARYING WS-Wk-Sub FROM 1 BY 1
                       UNTIL WS-Wk-Sub > 13
                   IF WS-Wk-Start(WS-Wk-Sub)(7:2) = "01"
                           OR WS-Wk-End(WS-Wk-Sub)(5:2)
                               NOT = WS-Wk-Start(WS-Wk-Sub)(5:2)
                       ADD WS-RECURRING-NET
                           TO WS-Wk-Recurring(WS-Wk-Sub)
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-FORECAST.
           OPEN OUTPUT ForecastReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN cashforecast.prt: STATUS "
                   WS-Report-Status
           ELSE
               PERFORM OPEN-CSV-EXPORT
               STRING "WEEK,WEEK START,WEEK END,RECEIPTS,DISBURSEMENTS"
                   ",PAYROLL,RECURRING,ENDING BALANCE,BELOW MINIMUM"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               STRING "THIRTEEN-WEEK CASH FORECAST FROM " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE BB-STATEMENT-BALANCE TO WS-AMOUNT-OUT
               STRING "BANK BALANCE AT RECONCILIATION " BB-RECON-DATE
                   "  " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-OUT
               STRING "RECEIPTS DEPOSITED SINCE RECONCILIATION  "
                   WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-OPENING-BALANCE TO WS-AMOUNT-OUT
               STRING "OPENING CASH                             "
                   WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-MINIMUM-BALANCE TO WS-AMOUNT-OUT
               STRING "MINIMUM BALANCE                          "
                   WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-FORECAST-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
               PERFORM VARYING WS-Wk-Sub FROM 1 BY 1
                       UNTIL WS-Wk-Sub > 13
                   PERFORM PRINT-ONE-WEEK
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
               MOVE WS-OUTSTANDING-TOTAL TO WS-AMOUNT-OUT
               STRING "WEEK 1 PAYABLES INCLUDE OUTSTANDING CHECKS "
                   WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-PAYROLL-AVERAGE TO WS-AMOUNT-OUT
               STRING "PAYROLL PER OPEN PAY PERIOD (AVG OF "
                   WS-RUNS-AVERAGED " RUNS)  " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-BEYOND-RECEIPTS TO WS-AMOUNT-OUT
               STRING "RECEIVABLES EXPECTED AFTER WEEK 13       "
                   WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-BEYOND-PAYABLES TO WS-AMOUNT-OUT
               STRING "PAYABLES DUE AFTER WEEK 13               "
                   WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "WEEKS BELOW MINIMUM BALANCE: " WS-LOW-WEEKS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE ForecastReportFile
               PERFORM CLOSE-CSV-EXPORT
               DISPLAY "WEEKS BELOW MINIMUM BALANCE: " WS-LOW-WEEKS
               DISPLAY "FORECAST WRITTEN TO cashforecast.prt"
               COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.

       PRINT-ONE-WEEK.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WS-Wk-Receipts(WS-Wk-Sub)
               - WS-Wk-Disburse(WS-Wk-Sub)
               - WS-Wk-Payroll(WS-Wk-Sub)
               + WS-Wk-Recurring(WS-Wk-Sub).
           MOVE WS-RUNNING-BALANCE TO WS-Wk-Ending(WS-Wk-Sub).
           MOVE WS-Wk-Sub TO WS-FL-WEEK.
           MOVE WS-Wk-Start(WS-Wk-Sub) TO WS-FL-START.
           MOVE WS-Wk-Receipts(WS-Wk-Sub) TO WS-FL-RECEIPTS.
           MOVE WS-Wk-Disburse(WS-Wk-Sub) TO WS-FL-DISBURSE.
           MOVE WS-Wk-Payroll(WS-Wk-Sub) TO WS-FL-PAYROLL.
           MOVE WS-Wk-Recurring(WS-Wk-Sub) TO WS-FL-RECURRING.
           MOVE WS-Wk-Ending(WS-Wk-Sub) TO WS-FL-ENDING.
           MOVE SPACES TO WS-FL-FLAG.
           IF WS-Wk-Ending(WS-Wk-Sub) < WS-MINIMUM-BALANCE
               MOVE "** BELOW MIN" TO WS-FL-FLAG
               ADD 1 TO WS-LOW-WEEKS
           END-IF.
           MOVE WS-FORECAST-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-Wk-Sub                  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Wk-Start(WS-Wk-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Wk-End(WS-Wk-Sub)       TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Wk-Receipts(WS-Wk-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Wk-Disburse(WS-Wk-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Wk-Payroll(WS-Wk-Sub)   TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Wk-Recurring(WS-Wk-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Wk-Ending(WS-Wk-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           IF WS-FL-FLAG NOT = SPACES
               MOVE "Y" TO EX-TEXT
           ELSE
               MOVE "N" TO EX-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.
           MOVE SPACES TO WS-PRINT-LINE.

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
