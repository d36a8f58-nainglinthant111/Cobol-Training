       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-RUN INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingOrderFile ASSIGN TO "standingorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Standing-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT NextOrderFile ASSIGN TO "nextorder.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT ContractPriceFile ASSIGN TO "contractprice.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Contract-Status.
           SELECT QtyBreakFile ASSIGN TO "qtybreak.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Break-Status.
           SELECT ListingFile ASSIGN TO "standingorders.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Listing-Status.
           SELECT CsvFile ASSIGN TO "standingorders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD StandingOrderFile.
       COPY "StandingOrder.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD NextOrderFile.
       01 NEXT-ORDER-RECORD.
           02 NO-NEXT-ORDER-NUMBER PIC 9(6).

       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD ContractPriceFile.
       COPY "ContractPrice.cpy".

       FD QtyBreakFile.
       COPY "QtyBreak.cpy".

       FD ListingFile.
       01 LISTING-LINE            PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Standing-Status  PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-Listing-Status   PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-Standing-Table.
           02 WS-Std-Count PIC 9(4) VALUE 0.
           02 WS-Std-Entry OCCURS 2000 TIMES.
             03 WS-Std-Image  PIC X(70).
             03 WS-Std-Taken  PIC X.
       01 WS-Std-Sub          PIC 9(4).
       01 WS-Grp-Sub          PIC 9(4).
       01 WS-Std-Changed      PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE 1.
       01 WS-CUSTOMER-ID      PIC 9(5).
       01 WS-SHIP-TO-NUMBER   PIC 9(3).
       01 WS-SALESPERSON      PIC X(3).
       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-QUANTITY         PIC 9(5).
       01 WS-ORDER-DATE       PIC 9(8).
       01 WS-CUSTOMER-OK      PIC X.
       01 WS-REJECT-REASON    PIC X(24).

       01 WS-Invoice-Status   PIC XX.
       01 WS-Invoice-Eof      PIC X VALUE "N".
       01 WS-Balance-Table.
           02 WS-Bal-Count PIC 9(3) VALUE 0.
           02 WS-Bal-Entry OCCURS 500 TIMES.
             03 WS-Bal-Customer PIC 9(5).
             03 WS-Bal-Open     PIC S9(9)V99.
       01 WS-Bal-Sub          PIC 9(3).
       01 WS-Bal-Found        PIC X.
       01 WS-OPEN-BALANCE     PIC S9(9)V99.

       01 WS-Pending-Lines.
           02 WS-Pending-Count PIC 99 VALUE 0.
           02 WS-Pending-Entry OCCURS 50 TIMES.
             03 WS-Pend-Product  PIC 9(5).
             03 WS-Pend-Qty      PIC 9(5).
             03 WS-Pend-Price    PIC 9(5)V99.
             03 WS-Pend-Source   PIC X(9).
             03 WS-Pend-Desc     PIC X(18).
             03 WS-Pend-Standing PIC 9(5).
             03 WS-Pend-Next     PIC 9(8).
       01 WS-Pend-Sub         PIC 99.
       01 WS-ORDER-TOTAL      PIC 9(9)V99.
       01 WS-HOLD-STATUS      PIC X.

       01 WS-Contract-Status  PIC XX.
       01 WS-Break-Status     PIC XX.
       01 WS-Price-Eof        PIC X.
       01 WS-Contract-Table.
           02 WS-Con-Count PIC 9(3) VALUE 0.
           02 WS-Con-Entry OCCURS 500 TIMES.
             03 WS-Con-Customer PIC 9(5).
             03 WS-Con-Product  PIC 9(5).
             03 WS-Con-Price    PIC 9(5)V99.
             03 WS-Con-From     PIC 9(8).
             03 WS-Con-To       PIC 9(8).
       01 WS-Break-Table.
           02 WS-Brk-Count PIC 9(3) VALUE 0.
           02 WS-Brk-Entry OCCURS 500 TIMES.
             03 WS-Brk-Product  PIC 9(5).
             03 WS-Brk-Min      PIC 9(5).
             03 WS-Brk-Price    PIC 9(5)V99.
       01 WS-Price-Sub        PIC 9(3).
       01 WS-BEST-PRICE       PIC 9(5)V99.
       01 WS-BEST-MIN         PIC 9(5).
       01 WS-PRICE-SOURCE     PIC X(9).

       01 WS-BUSDAY-FUNCTION  PIC X.
       01 WS-BUSDAY-COUNT     PIC 9(3).
       01 WS-BUSDAY-RESULT    PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-MAX-DAY          PIC 99.
       01 WS-QUOTIENT         PIC 9(4).
       01 WS-REMAINDER        PIC 9(4).
       01 WS-LEAP-YEAR        PIC X.

       01 WS-DUE-COUNT        PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-ORDER-COUNT      PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-ENDED-COUNT      PIC 9(5) VALUE 0.
       01 WS-RUN-TOTAL        PIC 9(9)V99 VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-DL-STANDING  PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-DESC      PIC X(18).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-QTY       PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PRICE     PIC ZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-SOURCE    PIC X(9).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-EXTENSION PIC ZZZZZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NEXT      PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
       01 WS-EXTENSION        PIC 9(7)V99.
       01 WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Program-Name      PIC X(20) VALUE "STANDING-ORDER-RUN".
       01 WS-Operator-ID       PIC X(10) VALUE "BATCH".
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.
       01 WS-Image-File-Name   PIC X(20) VALUE "orders.dat".
       01 WS-Image-Action      PIC X.
       01 WS-Record-Image      PIC X(250).

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "STANDING ORDERS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "standingorders.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "standingorders.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-ORDER-DATE.

           PERFORM LOAD-STANDING-ORDERS.
           IF WS-Eof NOT = "Y"
               DISPLAY "STANDING ORDER FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-Std-Count = 0
               DISPLAY "NO STANDING ORDERS ON FILE - NOTHING TO "
                   "GENERATE"
               GOBACK
           END-IF.

           PERFORM READ-NEXT-ORDER-NUMBER.
           PERFORM LOAD-OPEN-BALANCES.
           PERFORM LOAD-PRICE-TABLES.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "Unable to open customer file: status "
                   WS-Customer-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "Unable to open product master: status "
                   WS-Product-Status
               CLOSE CustomerFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND OrderFile.
           IF WS-Order-Status = "05" OR WS-Order-Status = "35"
               OPEN OUTPUT OrderFile
           END-IF.
           IF WS-Order-Status NOT = "00"
               DISPLAY "Unable to open order file: status "
                   WS-Order-Status
               CLOSE CustomerFile
               CLOSE ProductMasterFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ListingFile.
           IF WS-Listing-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDING ORDER LISTING: STATUS "
                   WS-Listing-Status
               CLOSE CustomerFile
               CLOSE ProductMasterFile
               CLOSE OrderFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "ORDER,CUSTOMER,CUSTOMER NAME,SHIP TO,SALESPERSON"
               ",STANDING ORDER,PRODUCT,DESCRIPTION,QUANTITY"
               ",PRICE,PRICE SOURCE,EXTENSION,NEXT RUN"
               ",ORDER STATUS"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "STANDING ORDERS GENERATED FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.

           PERFORM VARYING WS-Std-Sub FROM 1 BY 1
                   UNTIL WS-Std-Sub > WS-Std-Count
               MOVE WS-Std-Image(WS-Std-Sub) TO STANDING-ORDER-RECORD
               IF SO-STATUS = "A"
                       AND SO-NEXT-RUN-DATE <= WS-RUN-DATE
                       AND WS-Std-Taken(WS-Std-Sub) = "N"
                   IF SO-END-DATE NOT = ZERO
                           AND SO-NEXT-RUN-DATE > SO-END-DATE
                       MOVE "E" TO SO-STATUS
                       MOVE STANDING-ORDER-RECORD
                           TO WS-Std-Image(WS-Std-Sub)
                       MOVE "Y" TO WS-Std-Changed
                       ADD 1 TO WS-ENDED-COUNT
                   ELSE
                       PERFORM GENERATE-ORDER-GROUP
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-DUE-COUNT = 0
               MOVE "NO STANDING ORDERS DUE" TO WS-PRINT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           STRING "STANDING ORDERS DUE " WS-DUE-COUNT
               "  LINES GENERATED " WS-LINE-COUNT
               "  LINES NOT GENERATED " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           MOVE WS-RUN-TOTAL TO WS-TOTAL-EDIT.
           STRING "ORDERS CREATED " WS-ORDER-COUNT
               "  ON CREDIT HOLD " WS-HELD-COUNT
               "  VALUE " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           STRING "STANDING ORDERS PAST THEIR END DATE "
               WS-ENDED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.

           CLOSE CustomerFile.
           CLOSE ProductMasterFile.
           CLOSE OrderFile.
           CLOSE ListingFile.
           PERFORM CLOSE-CSV-EXPORT.
           PERFORM SAVE-NEXT-ORDER-NUMBER.
           IF WS-Std-Changed = "Y"
               PERFORM REWRITE-STANDING-ORDERS
           END-IF.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "STANDING ORDER RUN COMPLETE: " WS-ORDER-COUNT
               " ORDER(S), " WS-LINE-COUNT " LINE(S), "
               WS-HELD-COUNT " ON CREDIT HOLD".

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           GOBACK.

       GENERATE-ORDER-GROUP.
           MOVE SO-CUSTOMER-ID TO WS-CUSTOMER-ID.
           MOVE SO-SHIP-TO-NUMBER TO WS-SHIP-TO-NUMBER.
           MOVE SO-SALESPERSON TO WS-SALESPERSON.
           MOVE 0 TO WS-Pending-Count.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE WS-CUSTOMER-ID TO CustomerID.
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.
           PERFORM VARYING WS-Grp-Sub FROM WS-Std-Sub BY 1
                   UNTIL WS-Grp-Sub > WS-Std-Count
               MOVE WS-Std-Image(WS-Grp-Sub) TO STANDING-ORDER-RECORD
               IF SO-STATUS = "A"
                       AND SO-NEXT-RUN-DATE <= WS-RUN-DATE
                       AND (SO-END-DATE = ZERO
                           OR SO-NEXT-RUN-DATE <= SO-END-DATE)
                       AND WS-Std-Taken(WS-Grp-Sub) = "N"
                       AND SO-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND SO-SHIP-TO-NUMBER = WS-SHIP-TO-NUMBER
                       AND SO-SALESPERSON = WS-SALESPERSON
                   MOVE "Y" TO WS-Std-Taken(WS-Grp-Sub)
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM GENERATE-STANDING-LINE
                   PERFORM ADVANCE-SCHEDULE
                   MOVE STANDING-ORDER-RECORD
                       TO WS-Std-Image(WS-Grp-Sub)
                   MOVE "Y" TO WS-Std-Changed
               END-IF
           END-PERFORM.
           MOVE WS-Std-Image(WS-Std-Sub) TO STANDING-ORDER-RECORD.
           IF WS-Pending-Count > 0
               PERFORM CHECK-CREDIT-LIMIT
               PERFORM WRITE-PENDING-LINES
               ADD 1 TO WS-ORDER-COUNT
               ADD WS-ORDER-TOTAL TO WS-RUN-TOTAL
               ADD 1 TO WS-NEXT-ORDER-NUMBER
           END-IF.

       GENERATE-STANDING-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SO-PRODUCT-NUMBER TO WS-PRODUCT-NUMBER.
           MOVE SO-QUANTITY TO WS-QUANTITY.
           IF WS-CUSTOMER-OK NOT = "Y"
               MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       MOVE "PRODUCT NOT ON MASTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF PM-STATUS-CODE = "D"
                           MOVE "PRODUCT DISCONTINUED"
                               TO WS-REJECT-REASON
                       ELSE
                       IF WS-Pending-Count >= 50
                           MOVE "ORDER LINE LIMIT REACHED"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM PICK-BEST-PRICE
                           ADD 1 TO WS-Pending-Count
                           MOVE WS-PRODUCT-NUMBER
                               TO WS-Pend-Product(WS-Pending-Count)
                           MOVE WS-QUANTITY
                               TO WS-Pend-Qty(WS-Pending-Count)
                           MOVE WS-BEST-PRICE
                               TO WS-Pend-Price(WS-Pending-Count)
                           MOVE WS-PRICE-SOURCE
                               TO WS-Pend-Source(WS-Pending-Count)
                           MOVE PM-DESCRIPTION
                               TO WS-Pend-Desc(WS-Pending-Count)
                           MOVE SO-STANDING-NUMBER
                               TO WS-Pend-Standing(WS-Pending-Count)
                           COMPUTE WS-ORDER-TOTAL =
                               WS-ORDER-TOTAL
                             + (WS-QUANTITY * WS-BEST-PRICE)
                           MOVE WS-NEXT-ORDER-NUMBER
                               TO SO-LAST-ORDER-NUMBER
                       END-IF END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               STRING "  STANDING " SO-STANDING-NUMBER
                   " CUST " SO-CUSTOMER-ID
                   " PROD " SO-PRODUCT-NUMBER
                   " NOT GENERATED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-LISTING-LINE
           END-IF.

       ADVANCE-SCHEDULE.
           PERFORM UNTIL SO-NEXT-RUN-DATE > WS-RUN-DATE
               PERFORM ADVANCE-ONE-CYCLE
           END-PERFORM.
           MOVE WS-RUN-DATE TO SO-LAST-RUN-DATE.
           IF SO-END-DATE NOT = ZERO
                   AND SO-NEXT-RUN-DATE > SO-END-DATE
               MOVE "E" TO SO-STATUS
               ADD 1 TO WS-ENDED-COUNT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE SO-NEXT-RUN-DATE
                   TO WS-Pend-Next(WS-Pending-Count)
           END-IF.

       ADVANCE-ONE-CYCLE.
           EVALUATE SO-FREQUENCY
               WHEN "W"
                   MOVE 7 TO WS-BUSDAY-COUNT
                   PERFORM ADD-CALENDAR-DAYS
               WHEN "B"
                   MOVE 14 TO WS-BUSDAY-COUNT
                   PERFORM ADD-CALENDAR-DAYS
               WHEN OTHER
                   PERFORM ADD-ONE-MONTH
           END-EVALUATE.
           MOVE "R" TO WS-BUSDAY-FUNCTION.
           MOVE 0 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               SO-SCHEDULE-DATE WS-BUSDAY-COUNT WS-BUSDAY-RESULT.
           MOVE WS-BUSDAY-RESULT TO SO-NEXT-RUN-DATE.

       ADD-CALENDAR-DAYS.
           MOVE "C" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               SO-SCHEDULE-DATE WS-BUSDAY-COUNT WS-BUSDAY-RESULT.
           MOVE WS-BUSDAY-RESULT TO SO-SCHEDULE-DATE.

       ADD-ONE-MONTH.
           MOVE SO-SCHEDULE-DATE(1:4) TO WS-WORK-YEAR.
           MOVE SO-SCHEDULE-DATE(5:2) TO WS-WORK-MONTH.
           IF WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.
           PERFORM SET-MONTH-LENGTH.
           IF SO-RUN-DAY > WS-MAX-DAY OR SO-RUN-DAY = ZERO
               MOVE WS-MAX-DAY TO WS-WORK-DAY
           ELSE
               MOVE SO-RUN-DAY TO WS-WORK-DAY
           END-IF.
           COMPUTE SO-SCHEDULE-DATE =
               (WS-WORK-YEAR * 10000)
             + (WS-WORK-MONTH * 100)
             + WS-WORK-DAY.

       SET-MONTH-LENGTH.
           PERFORM CHECK-LEAP-YEAR.
           EVALUATE WS-WORK-MONTH
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

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = ZERO
               MOVE "Y" TO WS-LEAP-YEAR
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   DIVIDE WS-WORK-YEAR BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER NOT = ZERO
                       MOVE "N" TO WS-LEAP-YEAR
                   END-IF
               END-IF
           END-IF.

       CHECK-CREDIT-LIMIT.
           MOVE "O" TO WS-HOLD-STATUS.
           IF CustomerCreditLimit > ZERO
               PERFORM FIND-OPEN-BALANCE
               IF WS-OPEN-BALANCE + WS-ORDER-TOTAL
                       > CustomerCreditLimit
                   MOVE "H" TO WS-HOLD-STATUS
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "ORDER " WS-NEXT-ORDER-NUMBER
                       " FOR CUSTOMER " WS-CUSTOMER-ID
                       " WRITTEN ON CREDIT HOLD"
               END-IF
           END-IF.

       FIND-OPEN-BALANCE.
           MOVE 0 TO WS-OPEN-BALANCE.
           PERFORM VARYING WS-Bal-Sub FROM 1 BY 1
                   UNTIL WS-Bal-Sub > WS-Bal-Count
               IF WS-Bal-Customer(WS-Bal-Sub) = WS-CUSTOMER-ID
                   MOVE WS-Bal-Open(WS-Bal-Sub) TO WS-OPEN-BALANCE
                   MOVE WS-Bal-Count TO WS-Bal-Sub
               END-IF
           END-PERFORM.

       WRITE-PENDING-LINES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           STRING "ORDER " WS-NEXT-ORDER-NUMBER
               "  CUSTOMER " WS-CUSTOMER-ID " " CustomerName
               "  SHIP-TO " WS-SHIP-TO-NUMBER
               "  SLS " WS-SALESPERSON
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-LISTING-LINE.
           MOVE "    STDNO PROD  DESCRIPTION          QTY    PRICE "
               TO WS-PRINT-LINE.
           MOVE "SOURCE     EXTENSION NEXT RUN"
               TO WS-PRINT-LINE(51:29).
           PERFORM WRITE-LISTING-LINE.
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               MOVE WS-NEXT-ORDER-NUMBER TO OR-ORDER-NUMBER
               MOVE WS-CUSTOMER-ID       TO OR-CUSTOMER-ID
               MOVE WS-Pend-Product(WS-Pend-Sub)
                   TO OR-PRODUCT-NUMBER
               MOVE WS-Pend-Qty(WS-Pend-Sub) TO OR-QUANTITY
               MOVE WS-Pend-Price(WS-Pend-Sub) TO OR-UNIT-PRICE
               MOVE WS-ORDER-DATE        TO OR-ORDER-DATE
               MOVE WS-HOLD-STATUS       TO OR-ORDER-STATUS
               MOVE ZERO                 TO OR-SHIPPED-QTY
               MOVE WS-SALESPERSON       TO OR-SALESPERSON
               MOVE WS-SHIP-TO-NUMBER    TO OR-SHIP-TO-NUMBER
               MOVE ZERO                 TO OR-UNIT-COST
               MOVE ZERO                 TO OR-INVOICE-NUMBER
               MOVE SPACES               TO OR-SELL-UOM
               MOVE ZERO                 TO OR-UOM-FACTOR
               WRITE ORDER-RECORD
               ADD 1 TO WS-Written-Count
               ADD 1 TO WS-LINE-COUNT
               MOVE "A" TO WS-Image-Action
               MOVE ORDER-RECORD TO WS-Record-Image
               CALL "AFTER-IMAGE" USING WS-Program-Name
                   WS-Image-File-Name WS-Image-Action
                   WS-Record-Image
               MOVE WS-Pend-Standing(WS-Pend-Sub) TO WS-DL-STANDING
               MOVE WS-Pend-Product(WS-Pend-Sub) TO WS-DL-PRODUCT
               MOVE WS-Pend-Desc(WS-Pend-Sub) TO WS-DL-DESC
               MOVE WS-Pend-Qty(WS-Pend-Sub) TO WS-DL-QTY
               MOVE WS-Pend-Price(WS-Pend-Sub) TO WS-DL-PRICE
               MOVE WS-Pend-Source(WS-Pend-Sub) TO WS-DL-SOURCE
               COMPUTE WS-EXTENSION =
                   WS-Pend-Qty(WS-Pend-Sub)
                 * WS-Pend-Price(WS-Pend-Sub)
               MOVE WS-EXTENSION TO WS-DL-EXTENSION
               MOVE WS-Pend-Next(WS-Pend-Sub) TO WS-DL-NEXT
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-LISTING-LINE
               MOVE WS-NEXT-ORDER-NUMBER          TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-CUSTOMER-ID                TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE CustomerName                  TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-SHIP-TO-NUMBER             TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-SALESPERSON                TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-Pend-Standing(WS-Pend-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-Pend-Product(WS-Pend-Sub)  TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-Pend-Desc(WS-Pend-Sub)     TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-Pend-Qty(WS-Pend-Sub)      TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-Pend-Price(WS-Pend-Sub)    TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-Pend-Source(WS-Pend-Sub)   TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-EXTENSION                  TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-Pend-Next(WS-Pend-Sub)     TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-HOLD-STATUS                TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               PERFORM WRITE-CSV-ROW
           END-PERFORM.
           MOVE WS-ORDER-TOTAL TO WS-TOTAL-EDIT.
           IF WS-HOLD-STATUS = "H"
               STRING "    ORDER TOTAL " WS-TOTAL-EDIT
                   "  ** ON CREDIT HOLD - RELEASE REQUIRED **"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "    ORDER TOTAL " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-LISTING-LINE.

       PICK-BEST-PRICE.
           MOVE PM-UNIT-PRICE TO WS-BEST-PRICE.
           MOVE "LIST" TO WS-PRICE-SOURCE.
           PERFORM VARYING WS-Price-Sub FROM 1 BY 1
                   UNTIL WS-Price-Sub > WS-Con-Count
               IF WS-Con-Customer(WS-Price-Sub) = WS-CUSTOMER-ID
                       AND WS-Con-Product(WS-Price-Sub)
                           = WS-PRODUCT-NUMBER
                       AND WS-ORDER-DATE
                           >= WS-Con-From(WS-Price-Sub)
                       AND WS-ORDER-DATE
                           <= WS-Con-To(WS-Price-Sub)
                       AND WS-Con-Price(WS-Price-Sub)
                           < WS-BEST-PRICE
                   MOVE WS-Con-Price(WS-Price-Sub)
                       TO WS-BEST-PRICE
                   MOVE "CONTRACT" TO WS-PRICE-SOURCE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-BEST-MIN.
           PERFORM VARYING WS-Price-Sub FROM 1 BY 1
                   UNTIL WS-Price-Sub > WS-Brk-Count
               IF WS-Brk-Product(WS-Price-Sub) = WS-PRODUCT-NUMBER
                       AND WS-QUANTITY
                           >= WS-Brk-Min(WS-Price-Sub)
                       AND WS-Brk-Price(WS-Price-Sub)
                           < WS-BEST-PRICE
                   MOVE WS-Brk-Price(WS-Price-Sub)
                       TO WS-BEST-PRICE
                   MOVE WS-Brk-Min(WS-Price-Sub) TO WS-BEST-MIN
                   MOVE "QTY BREAK" TO WS-PRICE-SOURCE
               END-IF
           END-PERFORM.

       READ-NEXT-ORDER-NUMBER.
           OPEN INPUT NextOrderFile.
           IF WS-Control-Status = "00"
               READ NextOrderFile
                   NOT AT END
                       MOVE NO-NEXT-ORDER-NUMBER
                           TO WS-NEXT-ORDER-NUMBER
               END-READ
               CLOSE NextOrderFile
           ELSE
               DISPLAY "NEXT-ORDER CONTROL FILE NOT FOUND - "
                   "STARTING AT ORDER " WS-NEXT-ORDER-NUMBER
           END-IF.

       SAVE-NEXT-ORDER-NUMBER.
           OPEN OUTPUT NextOrderFile.
           MOVE WS-NEXT-ORDER-NUMBER TO NO-NEXT-ORDER-NUMBER.
           WRITE NEXT-ORDER-RECORD.
           CLOSE NextOrderFile.

       LOAD-PRICE-TABLES.
           MOVE "N" TO WS-Price-Eof.
           OPEN INPUT ContractPriceFile.
           IF WS-Contract-Status NOT = "00"
               DISPLAY "CONTRACT PRICE FILE NOT FOUND - "
                   "LIST PRICES APPLY"
           ELSE
               PERFORM UNTIL WS-Price-Eof = "Y"
                       OR WS-Con-Count >= 500
                   READ ContractPriceFile
                       AT END
                           MOVE "Y" TO WS-Price-Eof
                       NOT AT END
                           ADD 1 TO WS-Con-Count
                           MOVE CP-CUSTOMER-ID
                               TO WS-Con-Customer(WS-Con-Count)
                           MOVE CP-PRODUCT-NUMBER
                               TO WS-Con-Product(WS-Con-Count)
                           MOVE CP-PRICE
                               TO WS-Con-Price(WS-Con-Count)
                           MOVE CP-EFFECTIVE-FROM
                               TO WS-Con-From(WS-Con-Count)
                           MOVE CP-EFFECTIVE-TO
                               TO WS-Con-To(WS-Con-Count)
                   END-READ
               END-PERFORM
               CLOSE ContractPriceFile
           END-IF.
           MOVE "N" TO WS-Price-Eof.
           OPEN INPUT QtyBreakFile.
           IF WS-Break-Status NOT = "00"
               DISPLAY "QUANTITY BREAK FILE NOT FOUND - "
                   "NO BREAK PRICING"
           ELSE
               PERFORM UNTIL WS-Price-Eof = "Y"
                       OR WS-Brk-Count >= 500
                   READ QtyBreakFile
                       AT END
                           MOVE "Y" TO WS-Price-Eof
                       NOT AT END
                           ADD 1 TO WS-Brk-Count
                           MOVE QB-PRODUCT-NUMBER
                               TO WS-Brk-Product(WS-Brk-Count)
                           MOVE QB-MIN-QTY
                               TO WS-Brk-Min(WS-Brk-Count)
                           MOVE QB-PRICE
                               TO WS-Brk-Price(WS-Brk-Count)
                   END-READ
               END-PERFORM
               CLOSE QtyBreakFile
           END-IF.

       LOAD-OPEN-BALANCES.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE - CREDIT "
                   "CHECK USES ORDER AMOUNTS ONLY"
           ELSE
               PERFORM UNTIL WS-Invoice-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Invoice-Eof
                       NOT AT END
                           IF IV-INVOICE-STATUS = "O"
                               PERFORM ADD-TO-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.

       ADD-TO-BALANCE.
           MOVE "N" TO WS-Bal-Found.
           PERFORM VARYING WS-Bal-Sub FROM 1 BY 1
                   UNTIL WS-Bal-Sub > WS-Bal-Count
                   OR WS-Bal-Found = "Y"
               IF WS-Bal-Customer(WS-Bal-Sub) = IV-CUSTOMER-ID
                   MOVE "Y" TO WS-Bal-Found
               END-IF
           END-PERFORM.
           IF WS-Bal-Found = "Y"
               SUBTRACT 1 FROM WS-Bal-Sub
           ELSE
               IF WS-Bal-Count < 500
                   ADD 1 TO WS-Bal-Count
                   MOVE WS-Bal-Count TO WS-Bal-Sub
                   MOVE IV-CUSTOMER-ID
                       TO WS-Bal-Customer(WS-Bal-Sub)
                   MOVE 0 TO WS-Bal-Open(WS-Bal-Sub)
               END-IF
           END-IF.
           IF WS-Bal-Sub >= 1 AND WS-Bal-Sub <= WS-Bal-Count
               COMPUTE WS-Bal-Open(WS-Bal-Sub) =
                   WS-Bal-Open(WS-Bal-Sub)
                 + IV-INVOICE-AMOUNT - IV-PAID-AMOUNT
           END-IF.

       LOAD-STANDING-ORDERS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT StandingOrderFile.
           IF WS-Standing-Status NOT = "00"
               MOVE "Y" TO WS-Eof
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Std-Count >= 2000
                   READ StandingOrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Std-Count
                           MOVE STANDING-ORDER-RECORD
                               TO WS-Std-Image(WS-Std-Count)
                           MOVE "N" TO WS-Std-Taken(WS-Std-Count)
                   END-READ
               END-PERFORM
               CLOSE StandingOrderFile
           END-IF.

       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT StandingOrderFile.
           IF WS-Standing-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE STANDING ORDER FILE: STATUS "
                   WS-Standing-Status
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Std-Sub FROM 1 BY 1
                       UNTIL WS-Std-Sub > WS-Std-Count
                   MOVE WS-Std-Image(WS-Std-Sub)
                       TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
               END-PERFORM
               CLOSE StandingOrderFile
           END-IF.

       WRITE-LISTING-LINE.
           MOVE WS-PRINT-LINE TO LISTING-LINE.
           WRITE LISTING-LINE.
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
