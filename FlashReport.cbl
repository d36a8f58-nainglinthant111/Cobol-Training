       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLASH-REPORT INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT ShipmentFile ASSIGN TO "shipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CashReceiptFile ASSIGN TO "cashreceipts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT PurchaseOrderFile ASSIGN TO "purchaseorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT EmployeeMasterFile ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PayrollHistoryFile ASSIGN TO "payrollhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT OpsSummaryFile ASSIGN TO "opsexceptions.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT FlashHistoryFile ASSIGN TO "flashhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FlashFile ASSIGN TO "flash.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLASH-STATUS.
           SELECT CsvFile ASSIGN TO "flash.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY "OrderFile.cpy".

       FD ShipmentFile.
       COPY "Shipment.cpy".

       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD CashReceiptFile.
       COPY "CashReceipt.cpy".

       FD PurchaseOrderFile.
       COPY "PurchaseOrder.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD EmployeeMasterFile.
       COPY "EmployeeMaster.cpy".

       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD OpsSummaryFile.
       COPY "OpsSummary.cpy".

       FD FlashHistoryFile.
       COPY "FlashHistory.cpy".

       FD FlashFile.
       01 FLASH-LINE              PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS     PIC XX.
       01 WS-SHIPMENT-STATUS  PIC XX.
       01 WS-INVOICE-STATUS   PIC XX.
       01 WS-RECEIPT-STATUS   PIC XX.
       01 WS-PO-STATUS        PIC XX.
       01 WS-PRODUCT-STATUS   PIC XX.
       01 WS-EMPLOYEE-STATUS  PIC XX.
       01 WS-PAYROLL-STATUS   PIC XX.
       01 WS-SUMMARY-STATUS   PIC XX.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-FLASH-STATUS     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-FLASH-DATE       PIC 9(8).
       01 WS-MONTH-START      PIC 9(8).
       01 WS-LM-CALENDAR-DATE PIC 9(8).
       01 WS-LM-DATE          PIC 9(8).
       01 WS-LM-MONTH-START   PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X.
       01 WS-DAY-COUNT        PIC 9(3).
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-MONTH-DAYS       PIC 99.
       01 WS-QUOTIENT         PIC 9(4).
       01 WS-REMAINDER-4      PIC 9(3).
       01 WS-REMAINDER-100    PIC 9(3).
       01 WS-REMAINDER-400    PIC 9(3).
       01 WS-DAY-NUMBER       PIC 9(7).
       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-AGE-DAYS         PIC S9(7).

       01 WS-PERIOD-TABLE.
           02 WS-Per-Entry OCCURS 4 TIMES.
             03 WS-Per-From        PIC 9(8).
             03 WS-Per-To          PIC 9(8).
       01 WS-PSUB             PIC 9.
       01 WS-TXN-DATE         PIC 9(8).

       01 WS-ACTIVITY-TABLE.
           02 WS-Act-Entry OCCURS 4 TIMES.
             03 WS-Act-Orders      PIC 9(7).
             03 WS-Act-Order-Value PIC S9(11)V99.
             03 WS-Act-Shipments   PIC 9(7).
             03 WS-Act-Invoices    PIC 9(7).
             03 WS-Act-Inv-Value   PIC S9(11)V99.
             03 WS-Act-Cash        PIC S9(11)V99.
       01 WS-LAST-ORDER-NUMBER PIC 9(6).
       01 WS-LINE-VALUE       PIC S9(11)V99.

       01 WS-CUR-AR           PIC S9(11)V99 VALUE 0.
       01 WS-CUR-OVER-90      PIC S9(11)V99 VALUE 0.
       01 WS-CUR-INVENTORY    PIC S9(11)V99 VALUE 0.
       01 WS-CUR-OPEN-PO      PIC S9(11)V99 VALUE 0.
       01 WS-CUR-HEADCOUNT    PIC 9(5) VALUE 0.
       01 WS-CUR-EXCEPTIONS   PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-FOUND PIC X VALUE "N".
       01 WS-EXCEPTIONS-DATE  PIC 9(8) VALUE 0.
       01 WS-OPEN-AMOUNT      PIC S9(9)V99.
       01 WS-OPEN-QTY         PIC S9(7).
       01 WS-PO-FACTOR        PIC 9(5).

       01 WS-CUR-PAY-DATE     PIC 9(8) VALUE 0.
       01 WS-CUR-PAY-GROSS    PIC S9(11)V99 VALUE 0.
       01 WS-LM-PAY-DATE      PIC 9(8) VALUE 0.
       01 WS-LM-PAY-GROSS     PIC S9(11)V99 VALUE 0.

       01 WS-SNAP-PRIOR       PIC 9 VALUE 1.
       01 WS-SNAP-BASE        PIC 9 VALUE 2.
       01 WS-SNAP-LM          PIC 9 VALUE 3.
       01 WS-SNAP-LM-PRIOR    PIC 9 VALUE 4.
       01 WS-SNAP-LM-BASE     PIC 9 VALUE 5.
       01 WS-SNAP-TABLE.
           02 WS-Snp-Entry OCCURS 5 TIMES.
             03 WS-Snp-Found       PIC X.
             03 WS-Snp-Date        PIC 9(8).
             03 WS-Snp-Ar          PIC 9(9)V99.
             03 WS-Snp-Over-90     PIC 9(9)V99.
             03 WS-Snp-Inventory   PIC 9(11)V99.
             03 WS-Snp-Open-Po     PIC 9(11)V99.
             03 WS-Snp-Headcount   PIC 9(5).
             03 WS-Snp-Exceptions  PIC 9(5).
       01 WS-SNAP-SUB         PIC 9.
       01 WS-SNAP-LIMIT       PIC 9(8).
       01 WS-SNAP-INCLUSIVE   PIC X.
       01 WS-SNAP-QUALIFIES   PIC X.

       01 WS-FIGURE-ROW.
           02 WS-FIG-SECTION      PIC X(8).
           02 WS-FIG-LABEL        PIC X(20).
           02 WS-FIG-KIND         PIC X.
           02 WS-Fig-Column OCCURS 4 TIMES.
             03 WS-Fig-Value       PIC S9(11)V99.
             03 WS-Fig-Show        PIC X.
       01 WS-COL              PIC 9.
       01 WS-COL-START        PIC 99.
       01 WS-EDIT-AMOUNT      PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT       PIC -ZZ,ZZZ,ZZ9.

       01 WS-NOTE-TABLE.
           02 WS-Note-Count PIC 99 VALUE 0.
           02 WS-Note-Text  PIC X(80) OCCURS 12 TIMES.
       01 WS-NOTE-LINE        PIC X(80) VALUE SPACES.
       01 WS-NOTE-FILE        PIC X(20).
       01 WS-NOTE-SUB         PIC 99.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "MANAGEMENT FLASH".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "flash.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "flash.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 3.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SET-REPORT-DATES.

           OPEN OUTPUT FlashFile.
           IF WS-FLASH-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MANAGEMENT FLASH REPORT: STATUS "
                   WS-FLASH-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SCAN-ORDERS.
           PERFORM SCAN-SHIPMENTS.
           PERFORM SCAN-INVOICES.
           PERFORM SCAN-CASH-RECEIPTS.
           PERFORM VALUE-INVENTORY.
           PERFORM VALUE-OPEN-POS.
           PERFORM COUNT-HEADCOUNT.
           PERFORM FIND-LAST-PAYROLL.
           PERFORM GET-EXCEPTION-COUNT.
           PERFORM LOAD-SNAPSHOTS.

           PERFORM OPEN-CSV-EXPORT.
           STRING "SECTION,FIGURE,BUSINESS DAY OR CURRENT"
               ",SAME DAY LAST MONTH,MONTH TO DATE"
               ",LAST MONTH TO SAME DAY"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           PERFORM PRINT-FLASH-HEADING.
           PERFORM PRINT-ACTIVITY-SECTION.
           PERFORM PRINT-POSITION-SECTION.
           PERFORM PRINT-FLASH-NOTES.

           CLOSE FlashFile.
           PERFORM CLOSE-CSV-EXPORT.

           PERFORM APPEND-FLASH-HISTORY.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "MANAGEMENT FLASH COMPLETE FOR BUSINESS DAY "
               WS-FLASH-DATE.

           GOBACK.

       SET-REPORT-DATES.
           MOVE "P" TO WS-BUSDAY-FUNCTION.
           MOVE 0 TO WS-DAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-DAY-COUNT WS-FLASH-DATE.
           MOVE WS-FLASH-DATE TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).

           MOVE WS-FLASH-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-FLASH-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-FLASH-DATE(7:2) TO WS-WORK-DAY.
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF.
           PERFORM SET-MONTH-DAYS.
           IF WS-WORK-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF.
           COMPUTE WS-LM-CALENDAR-DATE = WS-WORK-YEAR * 10000
               + WS-WORK-MONTH * 100 + WS-WORK-DAY.
           COMPUTE WS-LM-MONTH-START = WS-WORK-YEAR * 10000
               + WS-WORK-MONTH * 100 + 1.

           MOVE "C" TO WS-BUSDAY-FUNCTION.
           MOVE 1 TO WS-DAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-LM-CALENDAR-DATE WS-DAY-COUNT WS-WORK-DATE.
           MOVE "P" TO WS-BUSDAY-FUNCTION.
           MOVE 0 TO WS-DAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-WORK-DATE WS-DAY-COUNT WS-LM-DATE.

           MOVE WS-FLASH-DATE     TO WS-Per-From(1) WS-Per-To(1).
           MOVE WS-LM-DATE        TO WS-Per-From(2) WS-Per-To(2).
           MOVE WS-MONTH-START    TO WS-Per-From(3).
           MOVE WS-FLASH-DATE     TO WS-Per-To(3).
           MOVE WS-LM-MONTH-START TO WS-Per-From(4).
           MOVE WS-LM-DATE        TO WS-Per-To(4).
           PERFORM VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 4
               MOVE 0 TO WS-Act-Orders(WS-PSUB)
                   WS-Act-Order-Value(WS-PSUB)
                   WS-Act-Shipments(WS-PSUB)
                   WS-Act-Invoices(WS-PSUB)
                   WS-Act-Inv-Value(WS-PSUB)
                   WS-Act-Cash(WS-PSUB)
           END-PERFORM.

           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.

       SET-MONTH-DAYS.
           EVALUATE WS-WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-WORK-YEAR BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER-4
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER-100
                   DIVIDE WS-WORK-YEAR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER-400
                   IF WS-REMAINDER-4 = 0
                           AND (WS-REMAINDER-100 NOT = 0
                           OR WS-REMAINDER-400 = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-DAY-NUMBER =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       SCAN-ORDERS.
           MOVE 0 TO WS-LAST-ORDER-NUMBER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT OrderFile.
           IF WS-ORDER-STATUS NOT = "00"
               MOVE "orders.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF OR-ORDER-STATUS NOT = "X"
                               PERFORM TALLY-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.

       TALLY-ORDER-LINE.
           COMPUTE WS-LINE-VALUE = OR-QUANTITY * OR-UNIT-PRICE.
           MOVE OR-ORDER-DATE TO WS-TXN-DATE.
           PERFORM VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 4
               IF WS-TXN-DATE >= WS-Per-From(WS-PSUB)
                       AND WS-TXN-DATE <= WS-Per-To(WS-PSUB)
                   IF OR-ORDER-NUMBER NOT = WS-LAST-ORDER-NUMBER
                       ADD 1 TO WS-Act-Orders(WS-PSUB)
                   END-IF
                   ADD WS-LINE-VALUE TO WS-Act-Order-Value(WS-PSUB)
               END-IF
           END-PERFORM.
           MOVE OR-ORDER-NUMBER TO WS-LAST-ORDER-NUMBER.

       SCAN-SHIPMENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ShipmentFile.
           IF WS-SHIPMENT-STATUS NOT = "00"
               MOVE "shipments.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ShipmentFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SM-SHIP-DATE TO WS-TXN-DATE
                           PERFORM VARYING WS-PSUB FROM 1 BY 1
                                   UNTIL WS-PSUB > 4
                               IF WS-TXN-DATE >= WS-Per-From(WS-PSUB)
                                   AND WS-TXN-DATE <= WS-Per-To(WS-PSUB)
                                   ADD 1 TO WS-Act-Shipments(WS-PSUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ShipmentFile
           END-IF.

       SCAN-INVOICES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-INVOICE-STATUS NOT = "00"
               MOVE "invoicehistory.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-INVOICE
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.

       TALLY-INVOICE.
           IF IV-INVOICE-TYPE NOT = "C"
               MOVE IV-INVOICE-DATE TO WS-TXN-DATE
               PERFORM VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 4
                   IF WS-TXN-DATE >= WS-Per-From(WS-PSUB)
                           AND WS-TXN-DATE <= WS-Per-To(WS-PSUB)
                       ADD 1 TO WS-Act-Invoices(WS-PSUB)
                       ADD IV-INVOICE-AMOUNT
                           TO WS-Act-Inv-Value(WS-PSUB)
                   END-IF
               END-PERFORM
           END-IF.
           IF IV-INVOICE-STATUS = "O"
                   AND IV-INVOICE-AMOUNT > IV-PAID-AMOUNT
               COMPUTE WS-OPEN-AMOUNT =
                   IV-INVOICE-AMOUNT - IV-PAID-AMOUNT
               ADD WS-OPEN-AMOUNT TO WS-CUR-AR
               MOVE IV-INVOICE-DATE TO WS-WORK-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DAY-NUMBER
               IF WS-AGE-DAYS >= 90
                   ADD WS-OPEN-AMOUNT TO WS-CUR-OVER-90
               END-IF
           END-IF.

       SCAN-CASH-RECEIPTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CashReceiptFile.
           IF WS-RECEIPT-STATUS NOT = "00"
               MOVE "cashreceipts.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CashReceiptFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-CASH-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE CashReceiptFile
           END-IF.

       TALLY-CASH-RECEIPT.
           MOVE RC-RECEIPT-DATE TO WS-TXN-DATE.
           PERFORM VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 4
               IF WS-TXN-DATE >= WS-Per-From(WS-PSUB)
                       AND WS-TXN-DATE <= WS-Per-To(WS-PSUB)
                   EVALUATE RC-RECEIPT-TYPE
                       WHEN "A"
                       WHEN "D"
                       WHEN "U"
                           ADD RC-AMOUNT TO WS-Act-Cash(WS-PSUB)
                       WHEN "V"
                           SUBTRACT RC-AMOUNT FROM WS-Act-Cash(WS-PSUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       VALUE-INVENTORY.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ProductMasterFile.
           IF WS-PRODUCT-STATUS NOT = "00"
               MOVE "product-master.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ProductMasterFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           COMPUTE WS-LINE-VALUE =
                               PM-ON-HAND-QTY * PM-UNIT-COST
                           ADD WS-LINE-VALUE TO WS-CUR-INVENTORY
                   END-READ
               END-PERFORM
               CLOSE ProductMasterFile
           END-IF.

       VALUE-OPEN-POS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PurchaseOrderFile.
           IF WS-PO-STATUS NOT = "00"
               MOVE "purchaseorders.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ PurchaseOrderFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PO-STATUS NOT = "C"
                                   AND PO-ORDER-QTY > PO-RECEIVED-QTY
                               PERFORM TALLY-OPEN-PO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PurchaseOrderFile
           END-IF.

       TALLY-OPEN-PO.
           MOVE PO-UOM-FACTOR TO WS-PO-FACTOR.
           IF WS-PO-FACTOR = 0
               MOVE 1 TO WS-PO-FACTOR
           END-IF.
           COMPUTE WS-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-OPEN-QTY / WS-PO-FACTOR * PO-UNIT-COST.
           ADD WS-LINE-VALUE TO WS-CUR-OPEN-PO.

       COUNT-HEADCOUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT EmployeeMasterFile.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               MOVE "employee-master.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ EmployeeMasterFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EM-EMPLOYEE-STATUS = "A"
                               ADD 1 TO WS-CUR-HEADCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       FIND-LAST-PAYROLL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PayrollHistoryFile.
           IF WS-PAYROLL-STATUS NOT = "00"
               MOVE "payrollhistory.dat" TO WS-NOTE-LINE
               PERFORM NOTE-FILE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-PAYROLL-GROSS
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.

       TALLY-PAYROLL-GROSS.
           IF PH-PAY-DATE <= WS-FLASH-DATE
               IF PH-PAY-DATE > WS-CUR-PAY-DATE
                   MOVE PH-PAY-DATE TO WS-CUR-PAY-DATE
                   MOVE 0 TO WS-CUR-PAY-GROSS
               END-IF
               IF PH-PAY-DATE = WS-CUR-PAY-DATE
                   ADD PH-GROSS-PAY TO WS-CUR-PAY-GROSS
               END-IF
           END-IF.
           IF PH-PAY-DATE <= WS-LM-DATE
               IF PH-PAY-DATE > WS-LM-PAY-DATE
                   MOVE PH-PAY-DATE TO WS-LM-PAY-DATE
                   MOVE 0 TO WS-LM-PAY-GROSS
               END-IF
               IF PH-PAY-DATE = WS-LM-PAY-DATE
                   ADD PH-GROSS-PAY TO WS-LM-PAY-GROSS
               END-IF
           END-IF.

       GET-EXCEPTION-COUNT.
           PERFORM READ-OPS-SUMMARY.
           IF WS-EXCEPTIONS-FOUND = "N"
                   OR WS-EXCEPTIONS-DATE < WS-TODAY
               DISPLAY "REFRESHING OPERATIONS EXCEPTION COUNT"
               CALL "OPS-EXCEPTIONS"
                   ON EXCEPTION
                       DISPLAY "OPS-EXCEPTIONS NOT AVAILABLE"
               END-CALL
               PERFORM READ-OPS-SUMMARY
           END-IF.
           IF WS-EXCEPTIONS-FOUND = "N"
               MOVE "OPEN EXCEPTION COUNT NOT AVAILABLE"
                   TO WS-NOTE-LINE
               PERFORM ADD-FLASH-NOTE
           ELSE
               IF WS-EXCEPTIONS-DATE < WS-TODAY
                   STRING "OPEN EXCEPTION COUNT AS OF "
                       WS-EXCEPTIONS-DATE
                       DELIMITED BY SIZE INTO WS-NOTE-LINE
                   PERFORM ADD-FLASH-NOTE
               END-IF
           END-IF.

       READ-OPS-SUMMARY.
           MOVE "N" TO WS-EXCEPTIONS-FOUND.
           OPEN INPUT OpsSummaryFile.
           IF WS-SUMMARY-STATUS = "00"
               READ OpsSummaryFile
                   NOT AT END
                       MOVE "Y" TO WS-EXCEPTIONS-FOUND
                       MOVE OS-RUN-DATE TO WS-EXCEPTIONS-DATE
                       MOVE OS-EXCEPTION-COUNT TO WS-CUR-EXCEPTIONS
               END-READ
               CLOSE OpsSummaryFile
           END-IF.

       LOAD-SNAPSHOTS.
           MOVE WS-SNAP-PRIOR TO WS-SNAP-SUB.
           MOVE WS-FLASH-DATE TO WS-SNAP-LIMIT.
           MOVE "N" TO WS-SNAP-INCLUSIVE.
           PERFORM FIND-SNAPSHOT.
           MOVE WS-SNAP-BASE TO WS-SNAP-SUB.
           MOVE WS-MONTH-START TO WS-SNAP-LIMIT.
           PERFORM FIND-SNAPSHOT.
           MOVE WS-SNAP-LM-BASE TO WS-SNAP-SUB.
           MOVE WS-LM-MONTH-START TO WS-SNAP-LIMIT.
           PERFORM FIND-SNAPSHOT.
           MOVE WS-SNAP-LM TO WS-SNAP-SUB.
           MOVE WS-LM-DATE TO WS-SNAP-LIMIT.
           MOVE "Y" TO WS-SNAP-INCLUSIVE.
           PERFORM FIND-SNAPSHOT.
           MOVE WS-SNAP-LM-PRIOR TO WS-SNAP-SUB.
           MOVE "N" TO WS-SNAP-INCLUSIVE.
           IF WS-Snp-Found(WS-SNAP-LM) = "Y"
               MOVE WS-Snp-Date(WS-SNAP-LM) TO WS-SNAP-LIMIT
               PERFORM FIND-SNAPSHOT
           ELSE
               MOVE "N" TO WS-Snp-Found(WS-SNAP-SUB)
           END-IF.

       FIND-SNAPSHOT.
           MOVE "N" TO WS-Snp-Found(WS-SNAP-SUB).
           MOVE 0 TO WS-Snp-Date(WS-SNAP-SUB).
           MOVE "N" TO WS-EOF.
           OPEN INPUT FlashHistoryFile.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ FlashHistoryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE FlashHistoryFile
           END-IF.

       CHECK-SNAPSHOT.
           MOVE "N" TO WS-SNAP-QUALIFIES.
           IF FH-BUSINESS-DATE < WS-SNAP-LIMIT
               MOVE "Y" TO WS-SNAP-QUALIFIES
           END-IF.
           IF FH-BUSINESS-DATE = WS-SNAP-LIMIT
                   AND WS-SNAP-INCLUSIVE = "Y"
               MOVE "Y" TO WS-SNAP-QUALIFIES
           END-IF.
           IF WS-SNAP-QUALIFIES = "Y"
                   AND FH-BUSINESS-DATE >= WS-Snp-Date(WS-SNAP-SUB)
               MOVE "Y" TO WS-Snp-Found(WS-SNAP-SUB)
               MOVE FH-BUSINESS-DATE TO WS-Snp-Date(WS-SNAP-SUB)
               MOVE FH-AR-BALANCE TO WS-Snp-Ar(WS-SNAP-SUB)
               MOVE FH-AR-OVER-90 TO WS-Snp-Over-90(WS-SNAP-SUB)
               MOVE FH-INVENTORY-VALUE
                   TO WS-Snp-Inventory(WS-SNAP-SUB)
               MOVE FH-OPEN-PO-VALUE TO WS-Snp-Open-Po(WS-SNAP-SUB)
               MOVE FH-HEADCOUNT TO WS-Snp-Headcount(WS-SNAP-SUB)
               MOVE FH-EXCEPTIONS TO WS-Snp-Exceptions(WS-SNAP-SUB)
           END-IF.

       APPEND-FLASH-HISTORY.
           OPEN EXTEND FlashHistoryFile.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT FlashHistoryFile
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO UPDATE FLASH HISTORY: STATUS "
                   WS-HISTORY-STATUS
           ELSE
               MOVE WS-FLASH-DATE     TO FH-BUSINESS-DATE
               MOVE WS-TODAY          TO FH-RUN-DATE
               MOVE WS-CUR-AR         TO FH-AR-BALANCE
               MOVE WS-CUR-OVER-90    TO FH-AR-OVER-90
               MOVE WS-CUR-INVENTORY  TO FH-INVENTORY-VALUE
               MOVE WS-CUR-OPEN-PO    TO FH-OPEN-PO-VALUE
               MOVE WS-CUR-HEADCOUNT  TO FH-HEADCOUNT
               MOVE WS-CUR-EXCEPTIONS TO FH-EXCEPTIONS
               WRITE FLASH-HISTORY-RECORD
               CLOSE FlashHistoryFile
           END-IF.

       PRINT-FLASH-HEADING.
           STRING "DAILY MANAGEMENT FLASH - BUSINESS DAY "
               WS-FLASH-DATE "   RUN " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-FLASH-LINE.
           STRING "SAME DAY LAST MONTH " WS-LM-DATE
               "   MONTH FROM " WS-MONTH-START
               "   LAST MONTH FROM " WS-LM-MONTH-START
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-FLASH-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-FLASH-LINE.

       PRINT-ACTIVITY-SECTION.
           PERFORM WRITE-FLASH-LINE.
           MOVE "ACTIVITY"       TO WS-PRINT-LINE.
           MOVE "      BUSINESS" TO WS-PRINT-LINE(22:14).
           MOVE "   SAME DAY OF" TO WS-PRINT-LINE(37:14).
           MOVE " MONTH-TO-DATE" TO WS-PRINT-LINE(52:14).
           MOVE "    LAST MONTH" TO WS-PRINT-LINE(67:14).
           PERFORM WRITE-FLASH-LINE.
           MOVE "           DAY" TO WS-PRINT-LINE(22:14).
           MOVE "    LAST MONTH" TO WS-PRINT-LINE(37:14).
           MOVE "   TO SAME DAY" TO WS-PRINT-LINE(67:14).
           PERFORM WRITE-FLASH-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-FLASH-LINE.
           MOVE "ACTIVITY" TO WS-FIG-SECTION.

           MOVE "ORDERS ENTERED" TO WS-FIG-LABEL.
           MOVE "C" TO WS-FIG-KIND.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-Act-Orders(WS-COL) TO WS-Fig-Value(WS-COL)
               MOVE "Y" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "ORDER VALUE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-Act-Order-Value(WS-COL) TO WS-Fig-Value(WS-COL)
               MOVE "Y" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "SHIPMENTS" TO WS-FIG-LABEL.
           MOVE "C" TO WS-FIG-KIND.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-Act-Shipments(WS-COL) TO WS-Fig-Value(WS-COL)
               MOVE "Y" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "INVOICES ISSUED" TO WS-FIG-LABEL.
           MOVE "C" TO WS-FIG-KIND.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-Act-Invoices(WS-COL) TO WS-Fig-Value(WS-COL)
               MOVE "Y" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "INVOICE VALUE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-Act-Inv-Value(WS-COL) TO WS-Fig-Value(WS-COL)
               MOVE "Y" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "CASH RECEIVED" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE WS-Act-Cash(WS-COL) TO WS-Fig-Value(WS-COL)
               MOVE "Y" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "AR BALANCE CHANGE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           IF WS-Snp-Found(WS-SNAP-PRIOR) = "Y"
               COMPUTE WS-Fig-Value(1) =
                   WS-CUR-AR - WS-Snp-Ar(WS-SNAP-PRIOR)
               MOVE "Y" TO WS-Fig-Show(1)
           END-IF.
           IF WS-Snp-Found(WS-SNAP-LM) = "Y"
                   AND WS-Snp-Found(WS-SNAP-LM-PRIOR) = "Y"
               COMPUTE WS-Fig-Value(2) = WS-Snp-Ar(WS-SNAP-LM)
                   - WS-Snp-Ar(WS-SNAP-LM-PRIOR)
               MOVE "Y" TO WS-Fig-Show(2)
           END-IF.
           IF WS-Snp-Found(WS-SNAP-BASE) = "Y"
               COMPUTE WS-Fig-Value(3) =
                   WS-CUR-AR - WS-Snp-Ar(WS-SNAP-BASE)
               MOVE "Y" TO WS-Fig-Show(3)
           END-IF.
           IF WS-Snp-Found(WS-SNAP-LM) = "Y"
                   AND WS-Snp-Found(WS-SNAP-LM-BASE) = "Y"
               COMPUTE WS-Fig-Value(4) = WS-Snp-Ar(WS-SNAP-LM)
                   - WS-Snp-Ar(WS-SNAP-LM-BASE)
               MOVE "Y" TO WS-Fig-Show(4)
           END-IF.
           PERFORM PRINT-FIGURE-ROW.

           MOVE "AR OVER 90 CHANGE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           IF WS-Snp-Found(WS-SNAP-PRIOR) = "Y"
               COMPUTE WS-Fig-Value(1) =
                   WS-CUR-OVER-90 - WS-Snp-Over-90(WS-SNAP-PRIOR)
               MOVE "Y" TO WS-Fig-Show(1)
           END-IF.
           IF WS-Snp-Found(WS-SNAP-LM) = "Y"
                   AND WS-Snp-Found(WS-SNAP-LM-PRIOR) = "Y"
               COMPUTE WS-Fig-Value(2) = WS-Snp-Over-90(WS-SNAP-LM)
                   - WS-Snp-Over-90(WS-SNAP-LM-PRIOR)
               MOVE "Y" TO WS-Fig-Show(2)
           END-IF.
           IF WS-Snp-Found(WS-SNAP-BASE) = "Y"
               COMPUTE WS-Fig-Value(3) =
                   WS-CUR-OVER-90 - WS-Snp-Over-90(WS-SNAP-BASE)
               MOVE "Y" TO WS-Fig-Show(3)
           END-IF.
           IF WS-Snp-Found(WS-SNAP-LM) = "Y"
                   AND WS-Snp-Found(WS-SNAP-LM-BASE) = "Y"
               COMPUTE WS-Fig-Value(4) = WS-Snp-Over-90(WS-SNAP-LM)
                   - WS-Snp-Over-90(WS-SNAP-LM-BASE)
               MOVE "Y" TO WS-Fig-Show(4)
           END-IF.
           PERFORM PRINT-FIGURE-ROW.

       PRINT-POSITION-SECTION.
           PERFORM WRITE-FLASH-LINE.
           MOVE "POSITION"       TO WS-PRINT-LINE.
           MOVE "       CURRENT" TO WS-PRINT-LINE(22:14).
           MOVE "   SAME DAY OF" TO WS-PRINT-LINE(37:14).
           MOVE "        CHANGE" TO WS-PRINT-LINE(52:14).
           PERFORM WRITE-FLASH-LINE.
           MOVE "    LAST MONTH" TO WS-PRINT-LINE(37:14).
           PERFORM WRITE-FLASH-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-FLASH-LINE.
           MOVE "POSITION" TO WS-FIG-SECTION.

           MOVE "AR BALANCE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-AR TO WS-Fig-Value(1).
           MOVE WS-Snp-Ar(WS-SNAP-LM) TO WS-Fig-Value(2).
           MOVE WS-Snp-Found(WS-SNAP-LM) TO WS-Fig-Show(2).
           PERFORM PRINT-POSITION-ROW.

           MOVE "AR OVER 90 DAYS" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-OVER-90 TO WS-Fig-Value(1).
           MOVE WS-Snp-Over-90(WS-SNAP-LM) TO WS-Fig-Value(2).
           MOVE WS-Snp-Found(WS-SNAP-LM) TO WS-Fig-Show(2).
           PERFORM PRINT-POSITION-ROW.

           MOVE "INVENTORY VALUE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-INVENTORY TO WS-Fig-Value(1).
           MOVE WS-Snp-Inventory(WS-SNAP-LM) TO WS-Fig-Value(2).
           MOVE WS-Snp-Found(WS-SNAP-LM) TO WS-Fig-Show(2).
           PERFORM PRINT-POSITION-ROW.

           MOVE "OPEN PO VALUE" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-OPEN-PO TO WS-Fig-Value(1).
           MOVE WS-Snp-Open-Po(WS-SNAP-LM) TO WS-Fig-Value(2).
           MOVE WS-Snp-Found(WS-SNAP-LM) TO WS-Fig-Show(2).
           PERFORM PRINT-POSITION-ROW.

           MOVE "HEADCOUNT" TO WS-FIG-LABEL.
           MOVE "C" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-HEADCOUNT TO WS-Fig-Value(1).
           MOVE WS-Snp-Headcount(WS-SNAP-LM) TO WS-Fig-Value(2).
           MOVE WS-Snp-Found(WS-SNAP-LM) TO WS-Fig-Show(2).
           PERFORM PRINT-POSITION-ROW.

           MOVE "LAST PAYROLL GROSS" TO WS-FIG-LABEL.
           MOVE "A" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-PAY-GROSS TO WS-Fig-Value(1).
           IF WS-CUR-PAY-DATE = 0
               MOVE "N" TO WS-Fig-Show(1)
           END-IF.
           MOVE WS-LM-PAY-GROSS TO WS-Fig-Value(2).
           IF WS-LM-PAY-DATE NOT = 0
               MOVE "Y" TO WS-Fig-Show(2)
           END-IF.
           PERFORM PRINT-POSITION-ROW.

           MOVE "OPEN EXCEPTIONS" TO WS-FIG-LABEL.
           MOVE "C" TO WS-FIG-KIND.
           PERFORM CLEAR-FIGURE-ROW.
           MOVE WS-CUR-EXCEPTIONS TO WS-Fig-Value(1).
           IF WS-EXCEPTIONS-FOUND = "N"
               MOVE "N" TO WS-Fig-Show(1)
           END-IF.
           MOVE WS-Snp-Exceptions(WS-SNAP-LM) TO WS-Fig-Value(2).
           MOVE WS-Snp-Found(WS-SNAP-LM) TO WS-Fig-Show(2).
           PERFORM PRINT-POSITION-ROW.

       PRINT-POSITION-ROW.
           IF WS-Fig-Show(1) = SPACE
               MOVE "Y" TO WS-Fig-Show(1)
           END-IF.
           IF WS-Fig-Show(1) = "Y" AND WS-Fig-Show(2) = "Y"
               COMPUTE WS-Fig-Value(3) =
                   WS-Fig-Value(1) - WS-Fig-Value(2)
               MOVE "Y" TO WS-Fig-Show(3)
           END-IF.
           MOVE SPACE TO WS-Fig-Show(4).
           PERFORM PRINT-FIGURE-ROW.

       CLEAR-FIGURE-ROW.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE 0 TO WS-Fig-Value(WS-COL)
               MOVE "N" TO WS-Fig-Show(WS-COL)
           END-PERFORM.
           IF WS-FIG-SECTION = "POSITION"
               MOVE SPACE TO WS-Fig-Show(1)
           END-IF.

       PRINT-FIGURE-ROW.
           MOVE WS-FIG-LABEL TO WS-PRINT-LINE.
           MOVE WS-FIG-SECTION TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FIG-LABEL TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               COMPUTE WS-COL-START = 22 + (WS-COL - 1) * 15
               EVALUATE WS-Fig-Show(WS-COL)
                   WHEN "Y"
                       IF WS-FIG-KIND = "C"
                           MOVE WS-Fig-Value(WS-COL) TO WS-EDIT-COUNT
                           MOVE WS-EDIT-COUNT
                               TO WS-PRINT-LINE(WS-COL-START:11)
                       ELSE
                           MOVE WS-Fig-Value(WS-COL) TO WS-EDIT-AMOUNT
                           MOVE WS-EDIT-AMOUNT
                               TO WS-PRINT-LINE(WS-COL-START:14)
                       END-IF
                   WHEN "N"
                       MOVE "           N/A"
                           TO WS-PRINT-LINE(WS-COL-START:14)
               END-EVALUATE
               PERFORM ADD-FIGURE-CSV-FIELD
           END-PERFORM.
           PERFORM WRITE-FLASH-LINE.
           PERFORM WRITE-CSV-ROW.

       ADD-FIGURE-CSV-FIELD.
           IF WS-Fig-Show(WS-COL) = "Y"
                   AND (WS-FIG-SECTION = "ACTIVITY" OR WS-COL < 3)
               MOVE WS-Fig-Value(WS-COL) TO EX-AMOUNT
               IF WS-FIG-KIND = "C"
                   PERFORM ADD-CSV-NUMBER
               ELSE
                   PERFORM ADD-CSV-AMOUNT
               END-IF
           ELSE
               MOVE SPACES TO EX-TEXT
               PERFORM ADD-CSV-TEXT
           END-IF.

       PRINT-FLASH-NOTES.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-FLASH-LINE.
           IF WS-CUR-PAY-DATE NOT = 0
               STRING "LAST PAYROLL " WS-CUR-PAY-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "NO PAYROLL ON FILE" TO WS-PRINT-LINE
           END-IF.
           IF WS-LM-PAY-DATE NOT = 0
               STRING "LAST PAYROLL BY SAME DAY LAST MONTH "
                   WS-LM-PAY-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(30:51)
           END-IF.
           PERFORM WRITE-FLASH-LINE.
           IF WS-Snp-Found(WS-SNAP-LM) = "Y"
               STRING "LAST MONTH POSITIONS FROM FLASH OF "
                   WS-Snp-Date(WS-SNAP-LM)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "N/A - NO FLASH HISTORY FOR THE COMPARISON DATE"
                   TO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-FLASH-LINE.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-Note-Count
               MOVE WS-Note-Text(WS-NOTE-SUB) TO WS-PRINT-LINE
               PERFORM WRITE-FLASH-LINE
           END-PERFORM.

       NOTE-FILE-UNAVAILABLE.
           MOVE WS-NOTE-LINE TO WS-NOTE-FILE.
           MOVE SPACES TO WS-NOTE-LINE.
           STRING "FILE " DELIMITED BY SIZE
               WS-NOTE-FILE DELIMITED BY SPACE
               " NOT AVAILABLE - ITS FIGURES SHOWN AS ZERO"
               DELIMITED BY SIZE INTO WS-NOTE-LINE.
           DISPLAY WS-NOTE-LINE.
           PERFORM ADD-FLASH-NOTE.

       ADD-FLASH-NOTE.
           IF WS-Note-Count < 12
               ADD 1 TO WS-Note-Count
               MOVE WS-NOTE-LINE TO WS-Note-Text(WS-Note-Count)
           END-IF.
           MOVE SPACES TO WS-NOTE-LINE.

       WRITE-FLASH-LINE.
           MOVE WS-PRINT-LINE TO FLASH-LINE.
           WRITE FLASH-LINE.
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
