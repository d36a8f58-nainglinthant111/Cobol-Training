       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT CashReceiptFile ASSIGN TO "cashreceipts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Receipt-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT CreditReviewFile ASSIGN TO "creditreview.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Review-Status.
           SELECT ReviewPrintFile ASSIGN TO "creditreview.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.
           SELECT CsvFile ASSIGN TO "creditreview.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD CashReceiptFile.
       COPY "CashReceipt.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD CreditReviewFile.
       COPY "CreditReview.cpy".

       FD ReviewPrintFile.
       01 REVIEW-PRINT-LINE       PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Receipt-Status   PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Review-Status    PIC XX.
       01 WS-Print-Status     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Customer-Open    PIC X VALUE "N".

       01 WS-TERMS-DAYS       PIC 9(3) VALUE 30.
       01 WS-HOLD-NSF         PIC 9(3) VALUE 2.
       01 WS-HOLD-BEYOND      PIC 9(3) VALUE 30.
       01 WS-LOWER-BEYOND     PIC 9(3) VALUE 10.
       01 WS-LOWER-AVG-DAYS   PIC 9(3) VALUE 45.
       01 WS-RAISE-BEYOND     PIC 9(3) VALUE 3.
       01 WS-RAISE-USE-PCT    PIC 9(3) VALUE 80.
       01 WS-RAISE-PAYMENTS   PIC 9(3) VALUE 3.

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-WINDOW-START     PIC 9(8).
       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-INVOICE-DAYS     PIC 9(7).
       01 WS-AGE-DAYS         PIC S9(7).
       01 WS-LATE-DAYS        PIC S9(7).
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-CURRENT-MONTH-NO PIC 9(6).
       01 WS-MONTH-NO         PIC 9(6).
       01 WS-SLOT             PIC 99.
       01 WS-OPEN-AMOUNT      PIC S9(9)V99.
       01 WS-RUNNING-BALANCE  PIC S9(9)V99.
       01 WS-RECEIPT-DATE     PIC 9(8).

       01 WS-Inv-Table.
           02 WS-Inv-Count PIC 9(5) VALUE 0.
           02 WS-Inv-Entry OCCURS 10000 TIMES.
             03 WS-Inv-Number   PIC 9(6).
             03 WS-Inv-Date     PIC 9(8).
       01 WS-Inv-Sub          PIC 9(5).
       01 WS-Inv-Full         PIC X VALUE "N".

       01 WS-Rev-Table.
           02 WS-Rev-Count PIC 9(3) VALUE 0.
           02 WS-Rev-Entry OCCURS 500 TIMES.
             03 WS-Rev-Customer PIC 9(5).
             03 WS-Rev-Invoice  PIC 9(6).
             03 WS-Rev-Amount   PIC 9(7)V99.
             03 WS-Rev-Date     PIC 9(8).
             03 WS-Rev-Matched  PIC X.
       01 WS-Rev-Sub          PIC 9(3).
       01 WS-Rev-Full         PIC X VALUE "N".
       01 WS-BOUNCED          PIC X.

       01 WS-Cust-Table.
           02 WS-Cust-Count PIC 9(4) VALUE 0.
           02 WS-Cust-Entry OCCURS 2000 TIMES.
             03 WS-Cust-Id         PIC 9(5).
             03 WS-Cust-Slot OCCURS 13 TIMES PIC S9(9)V99.
             03 WS-Cust-Pay-Count  PIC 9(5).
             03 WS-Cust-Pay-Days   PIC 9(9).
             03 WS-Cust-Late-Weight PIC 9(13)V99.
             03 WS-Cust-Weight-Amt PIC 9(11)V99.
             03 WS-Cust-Nsf        PIC 9(3).
             03 WS-Cust-Open       PIC S9(9)V99.
             03 WS-Cust-High       PIC S9(9)V99.
             03 WS-Cust-Avg-Days   PIC 9(3).
             03 WS-Cust-Beyond     PIC 9(3).
             03 WS-Cust-Category   PIC X.
             03 WS-Cust-Limit      PIC 9(7)V99.
             03 WS-Cust-Suggested  PIC 9(7)V99.
             03 WS-Cust-Name       PIC X(16).
       01 WS-Sub              PIC 9(4).
       01 WS-SSub             PIC 99.
       01 WS-Entry-Found      PIC X.
       01 WS-Cust-Full        PIC X VALUE "N".
       01 WS-LOOKUP-CUSTOMER  PIC 9(5).

       01 WS-WORK-QUOTIENT    PIC 9(9).
       01 WS-HUNDREDS         PIC 9(7).
       01 WS-USE-TEST         PIC 9(11)V99.
       01 WS-LIMIT-TEST       PIC 9(11)V99.

       01 WS-COMPANY-OPEN     PIC S9(11)V99 VALUE 0.
       01 WS-SALES-90         PIC 9(11)V99 VALUE 0.
       01 WS-DSO              PIC 9(5)V9.
       01 WS-DSO-OUT          PIC ZZZZ9.9.
       01 WS-AMOUNT-OUT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-Cat-Table.
           02 WS-Cat-Entry OCCURS 4 TIMES.
             03 WS-Cat-Code     PIC X.
             03 WS-Cat-Title    PIC X(40).
             03 WS-Cat-Count    PIC 9(5).
       01 WS-Cat-Sub          PIC 9.
       01 WS-REVIEWED-COUNT   PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-CUSTOMER  PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NAME      PIC X(16).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-LIMIT     PIC ZZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-HIGH      PIC ZZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-OPEN      PIC ZZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-AVG       PIC X(3).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-BEYOND    PIC ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NSF       PIC ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-SUGGESTED PIC ZZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PAYS      PIC ZZZ9.
           02 FILLER          PIC X(5) VALUE SPACES.
       01 WS-AVG-OUT          PIC ZZ9.
       01 WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
       01 WS-PAGE-LINES       PIC 99 VALUE 0.
       01 WS-PAGE-OUT         PIC ZZ9.
       01 WS-COUNT-OUT        PIC ZZ,ZZ9.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "CREDIT-REVIEW".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "CREDIT REVIEW".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "creditreview.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "creditreview.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-INVOICE-DAYS TO WS-TODAY-DAYS.
           COMPUTE WS-CURRENT-MONTH-NO =
               (WS-WORK-YEAR * 12) + WS-WORK-MONTH.
           COMPUTE WS-WINDOW-START = WS-RUN-DATE - 10000.

           MOVE "H" TO WS-Cat-Code(1).
           MOVE "HOLD - NO FURTHER CREDIT UNTIL REVIEWED"
               TO WS-Cat-Title(1).
           MOVE "L" TO WS-Cat-Code(2).
           MOVE "LOWER LIMIT" TO WS-Cat-Title(2).
           MOVE "R" TO WS-Cat-Code(3).
           MOVE "RAISE LIMIT" TO WS-Cat-Title(3).
           MOVE "K" TO WS-Cat-Code(4).
           MOVE "KEEP LIMIT" TO WS-Cat-Title(4).
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1 UNTIL WS-Cat-Sub > 4
               MOVE 0 TO WS-Cat-Count(WS-Cat-Sub)
           END-PERFORM.

           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE: STATUS "
                   WS-Invoice-Status
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Eof = "Y"
               READ InvoiceHistoryFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF IV-INVOICE-TYPE NOT = "C"
                           PERFORM TALLY-INVOICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE InvoiceHistoryFile.
           MOVE "N" TO WS-Eof.

           PERFORM LOAD-REVERSALS.
           PERFORM TALLY-RECEIPTS.

           IF WS-Inv-Full = "Y"
               DISPLAY "MORE THAN 10000 INVOICES ON HISTORY - SOME "
                   "PAYMENTS NOT TIMED"
           END-IF.
           IF WS-Cust-Full = "Y"
               DISPLAY "MORE THAN 2000 CUSTOMERS WITH ACTIVITY - "
                   "EXCESS NOT REVIEWED"
           END-IF.
           IF WS-Rev-Full = "Y"
               DISPLAY "MORE THAN 500 REVERSALS ON FILE - SOME "
                   "BOUNCED PAYMENTS MAY BE TIMED AS PAID"
           END-IF.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           ELSE
               DISPLAY "CUSTOMER FILE NOT AVAILABLE - CREDIT LIMITS "
                   "TAKEN AS ZERO"
           END-IF.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cust-Count
               PERFORM SCORE-CUSTOMER
           END-PERFORM.
           IF WS-Customer-Open = "Y"
               CLOSE CustomerFile
           END-IF.

           PERFORM WRITE-WORKLIST.

           OPEN OUTPUT ReviewPrintFile.
           IF WS-Print-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN CREDIT REVIEW REPORT: STATUS "
                   WS-Print-Status
               STOP RUN
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "CATEGORY,CUSTOMER,NAME,CREDIT LIMIT,HIGH BALANCE"
               ",OPEN BALANCE,AVG DAYS TO PAY,PAYMENTS"
               ",BEYOND TERMS,NSF,SUGGESTED LIMIT"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1 UNTIL WS-Cat-Sub > 4
               PERFORM PRINT-CATEGORY-SECTION
           END-PERFORM.
           PERFORM PRINT-SUMMARY.
           CLOSE ReviewPrintFile.
           PERFORM CLOSE-CSV-EXPORT.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "CUSTOMERS REVIEWED: " WS-REVIEWED-COUNT
               "   HOLD " WS-Cat-Count(1) "   LOWER " WS-Cat-Count(2)
               "   RAISE " WS-Cat-Count(3).
           DISPLAY "COMPANY DSO: " WS-DSO-OUT " DAYS".
           DISPLAY "WORKLIST WRITTEN TO creditreview.dat, REPORT TO "
               "creditreview.prt".

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-INVOICE-DAYS =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       FIND-SLOT.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           COMPUTE WS-MONTH-NO = (WS-WORK-YEAR * 12) + WS-WORK-MONTH.
           EVALUATE TRUE
               WHEN WS-MONTH-NO <= WS-CURRENT-MONTH-NO - 12
                   MOVE 1 TO WS-SLOT
               WHEN WS-MONTH-NO > WS-CURRENT-MONTH-NO
                   MOVE 13 TO WS-SLOT
               WHEN OTHER
                   COMPUTE WS-SLOT =
                       WS-MONTH-NO - WS-CURRENT-MONTH-NO + 13
           END-EVALUATE.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cust-Count
               IF WS-Cust-Id(WS-Sub) = WS-LOOKUP-CUSTOMER
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Cust-Count TO WS-Sub
               END-IF
           END-PERFORM.
           IF WS-Entry-Found = "Y"
               SUBTRACT 1 FROM WS-Sub
           ELSE
               IF WS-Cust-Count >= 2000
                   MOVE "Y" TO WS-Cust-Full
               ELSE
                   ADD 1 TO WS-Cust-Count
                   MOVE WS-Cust-Count TO WS-Sub
                   INITIALIZE WS-Cust-Entry(WS-Sub)
                   MOVE WS-LOOKUP-CUSTOMER TO WS-Cust-Id(WS-Sub)
                   MOVE "Y" TO WS-Entry-Found
               END-IF
           END-IF.

       TALLY-INVOICE.
           IF WS-Inv-Count >= 10000
               MOVE "Y" TO WS-Inv-Full
           ELSE
               ADD 1 TO WS-Inv-Count
               MOVE IV-INVOICE-NUMBER TO WS-Inv-Number(WS-Inv-Count)
               MOVE IV-INVOICE-DATE TO WS-Inv-Date(WS-Inv-Count)
           END-IF.
           MOVE IV-INVOICE-DATE TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-INVOICE-DAYS.
           IF WS-AGE-DAYS <= 90
               ADD IV-INVOICE-AMOUNT TO WS-SALES-90
           END-IF.
           MOVE IV-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-Entry-Found = "Y"
               PERFORM FIND-SLOT
               ADD IV-INVOICE-AMOUNT TO WS-Cust-Slot(WS-Sub WS-SLOT)
               IF IV-INVOICE-STATUS = "O"
                   COMPUTE WS-OPEN-AMOUNT =
                       IV-INVOICE-AMOUNT - IV-PAID-AMOUNT
                   ADD WS-OPEN-AMOUNT TO WS-Cust-Open(WS-Sub)
                   ADD WS-OPEN-AMOUNT TO WS-COMPANY-OPEN
                   COMPUTE WS-LATE-DAYS = WS-AGE-DAYS - WS-TERMS-DAYS
                   IF WS-LATE-DAYS > 0 AND WS-OPEN-AMOUNT > 0
                       COMPUTE WS-Cust-Late-Weight(WS-Sub) =
                           WS-Cust-Late-Weight(WS-Sub)
                           + (WS-OPEN-AMOUNT * WS-LATE-DAYS)
                       ADD WS-OPEN-AMOUNT
                           TO WS-Cust-Weight-Amt(WS-Sub)
                   END-IF
               END-IF
           END-IF.

       LOAD-REVERSALS.
           OPEN INPUT CashReceiptFile.
           IF WS-Receipt-Status NOT = "00"
               DISPLAY "CASH RECEIPTS NOT AVAILABLE: STATUS "
                   WS-Receipt-Status " - PAYMENTS OMITTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ CashReceiptFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF RC-RECEIPT-TYPE = "V"
                               PERFORM ADD-REVERSAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CashReceiptFile
           END-IF.
           MOVE "N" TO WS-Eof.

       ADD-REVERSAL-ENTRY.
           IF WS-Rev-Count >= 500
               MOVE "Y" TO WS-Rev-Full
           ELSE
               ADD 1 TO WS-Rev-Count
               MOVE RC-CUSTOMER-ID TO WS-Rev-Customer(WS-Rev-Count)
               MOVE RC-INVOICE-NUMBER TO WS-Rev-Invoice(WS-Rev-Count)
               MOVE RC-AMOUNT TO WS-Rev-Amount(WS-Rev-Count)
               MOVE RC-RECEIPT-DATE TO WS-Rev-Date(WS-Rev-Count)
               MOVE "N" TO WS-Rev-Matched(WS-Rev-Count)
           END-IF.

       TALLY-RECEIPTS.
           OPEN INPUT CashReceiptFile.
           IF WS-Receipt-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ CashReceiptFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           PERFORM TALLY-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE CashReceiptFile
           END-IF.
           MOVE "N" TO WS-Eof.

       TALLY-ONE-RECEIPT.
           MOVE RC-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-Entry-Found = "Y"
               MOVE RC-RECEIPT-DATE TO WS-WORK-DATE
               PERFORM FIND-SLOT
               IF RC-RECEIPT-TYPE = "V"
                   ADD RC-AMOUNT TO WS-Cust-Slot(WS-Sub WS-SLOT)
                   IF RC-RECEIPT-DATE >= WS-WINDOW-START
                       ADD 1 TO WS-Cust-Nsf(WS-Sub)
                   END-IF
               ELSE
                   SUBTRACT RC-AMOUNT
                       FROM WS-Cust-Slot(WS-Sub WS-SLOT)
               END-IF
               IF RC-RECEIPT-TYPE = "A"
                       AND RC-RECEIPT-DATE >= WS-WINDOW-START
                   PERFORM CHECK-BOUNCED
                   IF WS-BOUNCED = "N"
                       PERFORM TIME-PAYMENT
                   END-IF
               END-IF
           END-IF.

       CHECK-BOUNCED.
           MOVE "N" TO WS-BOUNCED.
           PERFORM VARYING WS-Rev-Sub FROM 1 BY 1
                   UNTIL WS-Rev-Sub > WS-Rev-Count
               IF WS-Rev-Matched(WS-Rev-Sub) = "N"
                       AND WS-Rev-Customer(WS-Rev-Sub) = RC-CUSTOMER-ID
                       AND WS-Rev-Invoice(WS-Rev-Sub)
                           = RC-INVOICE-NUMBER
                       AND WS-Rev-Amount(WS-Rev-Sub) = RC-AMOUNT
                       AND WS-Rev-Date(WS-Rev-Sub) >= RC-RECEIPT-DATE
                   MOVE "Y" TO WS-Rev-Matched(WS-Rev-Sub)
                   MOVE "Y" TO WS-BOUNCED
                   MOVE WS-Rev-Count TO WS-Rev-Sub
               END-IF
           END-PERFORM.

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
               MOVE RC-RECEIPT-DATE TO WS-RECEIPT-DATE
               MOVE WS-INVOICE-DAYS TO WS-AGE-DAYS
               MOVE WS-RECEIPT-DATE TO WS-WORK-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-AGE-DAYS = WS-INVOICE-DAYS - WS-AGE-DAYS
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               ADD 1 TO WS-Cust-Pay-Count(WS-Sub)
               ADD WS-AGE-DAYS TO WS-Cust-Pay-Days(WS-Sub)
               ADD RC-AMOUNT TO WS-Cust-Weight-Amt(WS-Sub)
               COMPUTE WS-LATE-DAYS = WS-AGE-DAYS - WS-TERMS-DAYS
               IF WS-LATE-DAYS > 0
                   COMPUTE WS-Cust-Late-Weight(WS-Sub) =
                       WS-Cust-Late-Weight(WS-Sub)
                       + (RC-AMOUNT * WS-LATE-DAYS)
               END-IF
           END-IF.

       SCORE-CUSTOMER.
           MOVE 0 TO WS-RUNNING-BALANCE.
           MOVE 0 TO WS-Cust-High(WS-Sub).
           PERFORM VARYING WS-SSub FROM 1 BY 1 UNTIL WS-SSub > 13
               ADD WS-Cust-Slot(WS-Sub WS-SSub) TO WS-RUNNING-BALANCE
               IF WS-SSub > 1
                       AND WS-RUNNING-BALANCE > WS-Cust-High(WS-Sub)
                   MOVE WS-RUNNING-BALANCE TO WS-Cust-High(WS-Sub)
               END-IF
           END-PERFORM.
           IF WS-Cust-Open(WS-Sub) < 0
               MOVE 0 TO WS-Cust-Open(WS-Sub)
           END-IF.
           MOVE SPACE TO WS-Cust-Category(WS-Sub).
           IF WS-Cust-High(WS-Sub) > 0 OR WS-Cust-Open(WS-Sub) > 0
                   OR WS-Cust-Pay-Count(WS-Sub) > 0
                   OR WS-Cust-Nsf(WS-Sub) > 0
               PERFORM MEASURE-CUSTOMER
               PERFORM CLASSIFY-CUSTOMER
               ADD 1 TO WS-REVIEWED-COUNT
           END-IF.

       MEASURE-CUSTOMER.
           MOVE 0 TO WS-Cust-Avg-Days(WS-Sub).
           IF WS-Cust-Pay-Count(WS-Sub) > 0
               COMPUTE WS-WORK-QUOTIENT ROUNDED =
                   WS-Cust-Pay-Days(WS-Sub) / WS-Cust-Pay-Count(WS-Sub)
               IF WS-WORK-QUOTIENT > 999
                   MOVE 999 TO WS-WORK-QUOTIENT
               END-IF
               MOVE WS-WORK-QUOTIENT TO WS-Cust-Avg-Days(WS-Sub)
           END-IF.
           MOVE 0 TO WS-Cust-Beyond(WS-Sub).
           IF WS-Cust-Weight-Amt(WS-Sub) > 0
               COMPUTE WS-WORK-QUOTIENT ROUNDED =
                   WS-Cust-Late-Weight(WS-Sub)
                       / WS-Cust-Weight-Amt(WS-Sub)
               IF WS-WORK-QUOTIENT > 999
                   MOVE 999 TO WS-WORK-QUOTIENT
               END-IF
               MOVE WS-WORK-QUOTIENT TO WS-Cust-Beyond(WS-Sub)
           END-IF.
           MOVE 0 TO WS-Cust-Limit(WS-Sub).
           MOVE "NOT ON FILE" TO WS-Cust-Name(WS-Sub).
           IF WS-Customer-Open = "Y"
               MOVE WS-Cust-Id(WS-Sub) TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CustomerName TO WS-Cust-Name(WS-Sub)
                       MOVE CustomerCreditLimit
                           TO WS-Cust-Limit(WS-Sub)
               END-READ
           END-IF.

       CLASSIFY-CUSTOMER.
           COMPUTE WS-USE-TEST = WS-Cust-High(WS-Sub) * 100.
           COMPUTE WS-LIMIT-TEST =
               WS-Cust-Limit(WS-Sub) * WS-RAISE-USE-PCT.
           MOVE WS-Cust-Limit(WS-Sub) TO WS-Cust-Suggested(WS-Sub).
           EVALUATE TRUE
               WHEN WS-Cust-Nsf(WS-Sub) >= WS-HOLD-NSF
                   MOVE "H" TO WS-Cust-Category(WS-Sub)
               WHEN WS-Cust-Beyond(WS-Sub) >= WS-HOLD-BEYOND
                   MOVE "H" TO WS-Cust-Category(WS-Sub)
               WHEN WS-Cust-Limit(WS-Sub) > 0
                       AND WS-Cust-Open(WS-Sub) > WS-Cust-Limit(WS-Sub)
                       AND WS-Cust-Beyond(WS-Sub) >= WS-LOWER-BEYOND
                   MOVE "H" TO WS-Cust-Category(WS-Sub)
               WHEN WS-Cust-Nsf(WS-Sub) > 0
                       OR WS-Cust-Beyond(WS-Sub) >= WS-LOWER-BEYOND
                       OR WS-Cust-Avg-Days(WS-Sub) > WS-LOWER-AVG-DAYS
                   MOVE "L" TO WS-Cust-Category(WS-Sub)
                   PERFORM SUGGEST-LOWER-LIMIT
               WHEN WS-Cust-Limit(WS-Sub) > 0
                       AND WS-USE-TEST >= WS-LIMIT-TEST
                       AND WS-Cust-Beyond(WS-Sub) < WS-RAISE-BEYOND
                       AND WS-Cust-Avg-Days(WS-Sub) <= WS-TERMS-DAYS
                       AND WS-Cust-Pay-Count(WS-Sub)
                           >= WS-RAISE-PAYMENTS
                   MOVE "R" TO WS-Cust-Category(WS-Sub)
                   COMPUTE WS-HUNDREDS =
                       (WS-Cust-Limit(WS-Sub) * 1.25 + 99.99) / 100
                   COMPUTE WS-Cust-Suggested(WS-Sub) =
                       WS-HUNDREDS * 100
               WHEN OTHER
                   MOVE "K" TO WS-Cust-Category(WS-Sub)
           END-EVALUATE.
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1 UNTIL WS-Cat-Sub > 4
               IF WS-Cat-Code(WS-Cat-Sub) = WS-Cust-Category(WS-Sub)
                   ADD 1 TO WS-Cat-Count(WS-Cat-Sub)
               END-IF
           END-PERFORM.

       SUGGEST-LOWER-LIMIT.
           IF WS-Cust-High(WS-Sub) > 0
               COMPUTE WS-HUNDREDS =
                   (WS-Cust-High(WS-Sub) * 1.10 + 99.99) / 100
           ELSE
               MOVE 1 TO WS-HUNDREDS
           END-IF.
           COMPUTE WS-Cust-Suggested(WS-Sub) = WS-HUNDREDS * 100.
           IF WS-Cust-Limit(WS-Sub) > 0
                   AND WS-Cust-Suggested(WS-Sub) > WS-Cust-Limit(WS-Sub)
               MOVE WS-Cust-Limit(WS-Sub) TO WS-Cust-Suggested(WS-Sub)
           END-IF.

       WRITE-WORKLIST.
           OPEN OUTPUT CreditReviewFile.
           IF WS-Review-Status NOT = "00"
               DISPLAY "UNABLE TO WRITE CREDIT REVIEW WORKLIST: STATUS "
                   WS-Review-Status
           ELSE
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Cust-Count
                   IF WS-Cust-Category(WS-Sub) NOT = SPACE
                       MOVE WS-Cust-Id(WS-Sub) TO CV-CUSTOMER-ID
                       MOVE WS-RUN-DATE TO CV-REVIEW-DATE
                       MOVE WS-Cust-Category(WS-Sub) TO CV-CATEGORY
                       MOVE WS-Cust-Avg-Days(WS-Sub)
                           TO CV-AVG-DAYS-TO-PAY
                       MOVE WS-Cust-Beyond(WS-Sub)
                           TO CV-DAYS-BEYOND-TERMS
                       MOVE WS-Cust-Nsf(WS-Sub) TO CV-NSF-COUNT
                       MOVE WS-Cust-High(WS-Sub) TO CV-HIGH-BALANCE
                       MOVE WS-Cust-Limit(WS-Sub) TO CV-CREDIT-LIMIT
                       MOVE WS-Cust-Suggested(WS-Sub)
                           TO CV-SUGGESTED-LIMIT
                       MOVE WS-Cust-Open(WS-Sub) TO CV-OPEN-BALANCE
                       WRITE CREDIT-REVIEW-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-PERFORM
               CLOSE CreditReviewFile
           END-IF.

       PRINT-CATEGORY-SECTION.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Cust-Count
               IF WS-Cust-Category(WS-Sub) = WS-Cat-Code(WS-Cat-Sub)
                   PERFORM PRINT-CUSTOMER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-Cat-Count(WS-Cat-Sub) TO WS-COUNT-OUT.
           STRING "CUSTOMERS IN CATEGORY: " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.

       PRINT-CUSTOMER-LINE.
           IF WS-PAGE-LINES >= 55
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-Cust-Id(WS-Sub) TO WS-DL-CUSTOMER.
           MOVE WS-Cust-Name(WS-Sub) TO WS-DL-NAME.
           MOVE WS-Cust-Limit(WS-Sub) TO WS-DL-LIMIT.
           MOVE WS-Cust-High(WS-Sub) TO WS-DL-HIGH.
           MOVE WS-Cust-Open(WS-Sub) TO WS-DL-OPEN.
           IF WS-Cust-Pay-Count(WS-Sub) = 0
               MOVE "N/A" TO WS-DL-AVG
           ELSE
               MOVE WS-Cust-Avg-Days(WS-Sub) TO WS-AVG-OUT
               MOVE WS-AVG-OUT TO WS-DL-AVG
           END-IF.
           MOVE WS-Cust-Beyond(WS-Sub) TO WS-DL-BEYOND.
           MOVE WS-Cust-Nsf(WS-Sub) TO WS-DL-NSF.
           MOVE WS-Cust-Suggested(WS-Sub) TO WS-DL-SUGGESTED.
           MOVE WS-Cust-Pay-Count(WS-Sub) TO WS-DL-PAYS.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE WS-Cat-Title(WS-Cat-Sub)  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Cust-Id(WS-Sub)        TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Cust-Name(WS-Sub)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Cust-Limit(WS-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Cust-High(WS-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Cust-Open(WS-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-DL-AVG                 TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Cust-Pay-Count(WS-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Cust-Beyond(WS-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Cust-Nsf(WS-Sub)       TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Cust-Suggested(WS-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       PRINT-SUMMARY.
           MOVE 0 TO WS-DSO.
           IF WS-SALES-90 > 0 AND WS-COMPANY-OPEN > 0
               COMPUTE WS-DSO ROUNDED =
                   WS-COMPANY-OPEN * 90 / WS-SALES-90
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-DSO
               END-COMPUTE
           END-IF.
           MOVE WS-DSO TO WS-DSO-OUT.
           IF WS-PAGE-LINES >= 50
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "COMPANY SUMMARY" TO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE WS-COMPANY-OPEN TO WS-AMOUNT-OUT.
           STRING "  OPEN RECEIVABLES        " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE WS-SALES-90 TO WS-AMOUNT-OUT.
           STRING "  BILLED LAST 90 DAYS     " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           STRING "  DAYS SALES OUTSTANDING  " WS-DSO-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE WS-REVIEWED-COUNT TO WS-COUNT-OUT.
           STRING "  CUSTOMERS REVIEWED      " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING WS-Cat-Sub FROM 1 BY 1 UNTIL WS-Cat-Sub > 4
               MOVE WS-Cat-Count(WS-Cat-Sub) TO WS-COUNT-OUT
               STRING "    " WS-Cat-Title(WS-Cat-Sub)
                   DELIMITED BY "  "
                   " " WS-COUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REVIEW-LINE
           END-PERFORM.

       PRINT-PAGE-HEADING.
           IF WS-PAGE-NUMBER > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM UNTIL WS-PAGE-LINES >= 60
                   PERFORM WRITE-REVIEW-LINE
               END-PERFORM
           END-IF.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT.
           STRING "CREDIT REVIEW WORKLIST - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           STRING "PAGE " WS-PAGE-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE(70:8).
           PERFORM WRITE-REVIEW-LINE.
           STRING "PAYMENTS SINCE " WS-WINDOW-START
               "   DTP = AVG DAYS TO PAY   DBT = $-WEIGHTED DAYS"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           STRING "BEYOND " WS-TERMS-DAYS "-DAY TERMS   NSF = "
               "REVERSALS IN 12 MONTHS  HIGH = PEAK BALANCE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           IF WS-Cat-Sub <= 4
               MOVE WS-Cat-Title(WS-Cat-Sub) TO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-REVIEW-LINE.
           MOVE "CUST  NAME                LIMIT HIGH 12M     OPEN DTP "
               TO WS-PRINT-LINE.
           MOVE "DBT NSF SUGGEST  PAYS" TO WS-PRINT-LINE(55:21).
           PERFORM WRITE-REVIEW-LINE.
           MOVE "----- ---------------- -------- -------- -------- "
               TO WS-PRINT-LINE.
           MOVE "--- --- --- -------- ----" TO WS-PRINT-LINE(51:25).
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-LINE.
           MOVE WS-PRINT-LINE TO REVIEW-PRINT-LINE.
           WRITE REVIEW-PRINT-LINE.
           ADD 1 TO WS-REPORT-LINES.
           ADD 1 TO WS-PAGE-LINES.
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
