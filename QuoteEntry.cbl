       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT QuoteFile ASSIGN TO "quotes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Quote-Status.
           SELECT NextQuoteFile ASSIGN TO "nextquote.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
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
           SELECT SalespersonFile ASSIGN TO "salespersons.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sales-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD QuoteFile.
       COPY "Quote.cpy".

       FD NextQuoteFile.
       01 NEXT-QUOTE-RECORD.
           02 NQ-NEXT-QUOTE-NUMBER PIC 9(6).

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

       FD SalespersonFile.
       COPY "Salesperson.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Quote-Status     PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-End              PIC X VALUE "Y".
       01 WS-Line-End         PIC X.
       01 WS-Mode             PIC X.
           88 MODE-ENTER      VALUE "E".
           88 MODE-CONVERT    VALUE "C".

       01 WS-NEXT-QUOTE-NUMBER PIC 9(6) VALUE 1.
       01 WS-NEXT-ORDER-NUMBER PIC 9(6) VALUE 1.
       01 WS-QUOTE-NUMBER     PIC 9(6).
       01 WS-CUSTOMER-ID      PIC 9(5).
       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-QUANTITY         PIC 9(5).
       01 WS-ORDER-DATE       PIC 9(8).
       01 WS-EXPIRY-DATE      PIC 9(8).
       01 WS-VALID-DAYS       PIC 9(3).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-CUSTOMER-OK      PIC X.
       01 WS-LINE-AMOUNT      PIC 9(7)V99.
       01 WS-QUOTE-COUNT      PIC 9(4) VALUE 0.
       01 WS-CONVERTED-COUNT  PIC 9(4) VALUE 0.

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
             03 WS-Pend-Product PIC 9(5).
             03 WS-Pend-Qty     PIC 9(5).
             03 WS-Pend-Price   PIC 9(5)V99.
             03 WS-Pend-Source  PIC X(9).
             03 WS-Pend-Desc    PIC X(30).
       01 WS-Pend-Sub         PIC 99.
       01 WS-ORDER-TOTAL      PIC 9(9)V99.
       01 WS-HOLD-STATUS      PIC X.
       01 WS-HELD-COUNT       PIC 9(3) VALUE 0.

       01 WS-Quote-Table.
           02 WS-Qt-Count PIC 9(4) VALUE 0.
           02 WS-Qt-Entry OCCURS 2000 TIMES.
             03 WS-Qt-Image PIC X(70).
       01 WS-Qt-Sub           PIC 9(4).
       01 WS-Quote-Eof        PIC X VALUE "N".
       01 WS-CHANGED          PIC X VALUE "N".
       01 WS-QUOTE-LINES      PIC 9(3).
       01 WS-QUOTE-STATE      PIC X.
       01 WS-QUOTE-ORDER      PIC 9(6).

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

       01 WS-Sales-Status     PIC XX.
       01 WS-Sales-Eof        PIC X VALUE "N".
       01 WS-Sales-Table.
           02 WS-Sal-Count PIC 99 VALUE 0.
           02 WS-Sal-Entry OCCURS 50 TIMES.
             03 WS-Sal-Code PIC X(3).
             03 WS-Sal-Name PIC X(20).
       01 WS-Sal-Sub          PIC 99.
       01 WS-SALESPERSON      PIC X(3).
       01 WS-SALES-OK         PIC X.

       01 WS-ShipTo-Status    PIC XX.
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-ShipTo-Eof       PIC X.
       01 WS-SHIPTO-COUNT     PIC 9(3).
       01 WS-SHIP-TO-NUMBER   PIC 9(3).
       01 WS-SHIPTO-OK        PIC X.

       01 WS-Program-Name      PIC X(20) VALUE "QUOTE-ENTRY".
       01 WS-Operator-ID       PIC X(10).
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

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (E=ENTER QUOTES, C=CONVERT ACCEPTED "
               "QUOTE TO ORDER): ".
           ACCEPT WS-Mode.
           IF NOT (MODE-ENTER OR MODE-CONVERT)
               DISPLAY "INVALID MODE SELECTED."
               STOP RUN
           END-IF.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "Unable to open customer file: status "
                   WS-Customer-Status
               STOP RUN
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "Unable to open product master: status "
                   WS-Product-Status
               CLOSE CustomerFile
               STOP RUN
           END-IF.

           IF MODE-ENTER
               PERFORM ENTER-QUOTES
           ELSE
               PERFORM CONVERT-QUOTES
           END-IF.

           CLOSE CustomerFile.
           CLOSE ProductMasterFile.

           IF MODE-ENTER
               DISPLAY "QUOTES WRITTEN: " WS-QUOTE-COUNT
           ELSE
               DISPLAY "QUOTES CONVERTED TO ORDERS: "
                   WS-CONVERTED-COUNT
               DISPLAY "ORDERS ON CREDIT HOLD: " WS-HELD-COUNT
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ENTER-QUOTES.
           PERFORM READ-NEXT-QUOTE-NUMBER.
           PERFORM LOAD-PRICE-TABLES.
           PERFORM LOAD-SALESPERSONS.
           OPEN EXTEND QuoteFile.
           IF WS-Quote-Status = "05" OR WS-Quote-Status = "35"
               OPEN OUTPUT QuoteFile
           END-IF.
           IF WS-Quote-Status NOT = "00"
               DISPLAY "Unable to open quote file: status "
                   WS-Quote-Status
           ELSE
               PERFORM UNTIL WS-End = "N"
                   PERFORM ENTER-ONE-QUOTE
                   DISPLAY "ENTER ANOTHER QUOTE (Y/N)? "
                   ACCEPT WS-End
               END-PERFORM
               CLOSE QuoteFile
               PERFORM SAVE-NEXT-QUOTE-NUMBER
           END-IF.

       READ-NEXT-QUOTE-NUMBER.
           OPEN INPUT NextQuoteFile.
           IF WS-Control-Status = "00"
               READ NextQuoteFile
                   NOT AT END
                       MOVE NQ-NEXT-QUOTE-NUMBER
                           TO WS-NEXT-QUOTE-NUMBER
               END-READ
               CLOSE NextQuoteFile
           ELSE
               DISPLAY "NEXT-QUOTE CONTROL FILE NOT FOUND - "
                   "STARTING AT QUOTE " WS-NEXT-QUOTE-NUMBER
           END-IF.

       SAVE-NEXT-QUOTE-NUMBER.
           OPEN OUTPUT NextQuoteFile.
           MOVE WS-NEXT-QUOTE-NUMBER TO NQ-NEXT-QUOTE-NUMBER.
           WRITE NEXT-QUOTE-RECORD.
           CLOSE NextQuoteFile.

       ENTER-ONE-QUOTE.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE WS-CUSTOMER-ID TO CustomerID.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                       " NOT ON FILE - QUOTE REFUSED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.

           IF WS-CUSTOMER-OK = "Y"
               DISPLAY "QUOTE " WS-NEXT-QUOTE-NUMBER " FOR "
                   CustomerName
               PERFORM ACCEPT-SALESPERSON
               DISPLAY "ENTER DAYS QUOTE IS VALID (0 = 30): "
               ACCEPT WS-VALID-DAYS
               IF WS-VALID-DAYS = ZERO
                   MOVE 30 TO WS-VALID-DAYS
               END-IF
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-ORDER-DATE WS-VALID-DAYS WS-EXPIRY-DATE
               MOVE 0 TO WS-Pending-Count
               MOVE 0 TO WS-ORDER-TOTAL
               MOVE "Y" TO WS-Line-End
               PERFORM UNTIL WS-Line-End = "N"
                   PERFORM ENTER-QUOTE-LINE
                   DISPLAY "ADD ANOTHER LINE TO THIS QUOTE (Y/N)? "
                   ACCEPT WS-Line-End
               END-PERFORM
               IF WS-Pending-Count > 0
                   PERFORM WRITE-QUOTE-LINES
                   PERFORM PRINT-QUOTE-DOCUMENT
                   ADD 1 TO WS-QUOTE-COUNT
                   ADD 1 TO WS-NEXT-QUOTE-NUMBER
               ELSE
                   DISPLAY "NO VALID LINES - QUOTE NOT ASSIGNED"
               END-IF
           END-IF.

       ENTER-QUOTE-LINE.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT ON MASTER - LINE REFUSED"
               NOT INVALID KEY
                   IF PM-STATUS-CODE = "D"
                       DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                           " IS DISCONTINUED - LINE REFUSED"
                       IF PM-REPLACEMENT-PRODUCT NOT = ZERO
                           DISPLAY "REPLACEMENT PRODUCT IS "
                               PM-REPLACEMENT-PRODUCT
                       END-IF
                   ELSE
                       IF PM-STATUS-CODE = "H"
                           DISPLAY "WARNING - PRODUCT "
                               WS-PRODUCT-NUMBER " IS ON HOLD"
                       END-IF
                       DISPLAY PM-DESCRIPTION " AT " PM-UNIT-PRICE
                       DISPLAY "ENTER QUANTITY: "
                       ACCEPT WS-QUANTITY
                       IF WS-QUANTITY = ZERO
                           DISPLAY "ZERO QUANTITY - LINE REFUSED"
                       ELSE
                           PERFORM PICK-BEST-PRICE
                           PERFORM HOLD-QUOTE-LINE
                       END-IF
                   END-IF
           END-READ.

       HOLD-QUOTE-LINE.
           IF WS-Pending-Count >= 50
               DISPLAY "QUOTE LINE LIMIT REACHED - LINE REFUSED"
           ELSE
               IF WS-QUANTITY > PM-ON-HAND-QTY
                   DISPLAY "NOTE - ONLY " PM-ON-HAND-QTY
                       " ON HAND TODAY"
               END-IF
               ADD 1 TO WS-Pending-Count
               MOVE WS-PRODUCT-NUMBER
                   TO WS-Pend-Product(WS-Pending-Count)
               MOVE WS-QUANTITY TO WS-Pend-Qty(WS-Pending-Count)
               MOVE WS-BEST-PRICE TO WS-Pend-Price(WS-Pending-Count)
               MOVE WS-PRICE-SOURCE
                   TO WS-Pend-Source(WS-Pending-Count)
               MOVE PM-DESCRIPTION TO WS-Pend-Desc(WS-Pending-Count)
               COMPUTE WS-ORDER-TOTAL =
                   WS-ORDER-TOTAL + (WS-QUANTITY * WS-BEST-PRICE)
           END-IF.

       WRITE-QUOTE-LINES.
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               MOVE WS-NEXT-QUOTE-NUMBER TO QT-QUOTE-NUMBER
               MOVE WS-CUSTOMER-ID       TO QT-CUSTOMER-ID
               MOVE WS-Pend-Product(WS-Pend-Sub)
                   TO QT-PRODUCT-NUMBER
               MOVE WS-Pend-Qty(WS-Pend-Sub) TO QT-QUANTITY
               MOVE WS-Pend-Price(WS-Pend-Sub) TO QT-UNIT-PRICE
               MOVE WS-Pend-Source(WS-Pend-Sub) TO QT-PRICE-SOURCE
               MOVE WS-ORDER-DATE        TO QT-QUOTE-DATE
               MOVE WS-EXPIRY-DATE       TO QT-EXPIRY-DATE
               MOVE WS-SALESPERSON       TO QT-SALESPERSON
               MOVE "O"                  TO QT-STATUS
               MOVE ZERO                 TO QT-ORDER-NUMBER
               WRITE QUOTE-RECORD
               ADD 1 TO WS-Written-Count
           END-PERFORM.

       PRINT-QUOTE-DOCUMENT.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "QUOTATION " WS-NEXT-QUOTE-NUMBER
               "      DATE " WS-ORDER-DATE.
           DISPLAY "VALID UNTIL " WS-EXPIRY-DATE
               "   SALESPERSON " WS-SALESPERSON.
           DISPLAY "CUSTOMER: " CustomerName.
           DISPLAY "          " CustomerStreet.
           DISPLAY "          " CustomerCity " " CustomerState " "
               CustomerPostalCode.
           DISPLAY "PRODUCT  DESCRIPTION                     QTY"
               "   PRICE      AMOUNT".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-Pend-Sub FROM 1 BY 1
                   UNTIL WS-Pend-Sub > WS-Pending-Count
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-Pend-Qty(WS-Pend-Sub)
                 * WS-Pend-Price(WS-Pend-Sub)
               DISPLAY WS-Pend-Product(WS-Pend-Sub) "    "
                   WS-Pend-Desc(WS-Pend-Sub) "  "
                   WS-Pend-Qty(WS-Pend-Sub) "  "
                   WS-Pend-Price(WS-Pend-Sub) "  "
                   WS-LINE-AMOUNT
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           DISPLAY "QUOTE TOTAL  : " WS-ORDER-TOTAL.
           DISPLAY "PRICES EXCLUDE SALES TAX AND ARE VALID THROUGH "
               WS-EXPIRY-DATE.

       CONVERT-QUOTES.
           PERFORM LOAD-QUOTES.
           IF WS-Quote-Eof NOT = "Y"
               DISPLAY "QUOTE FILE EXCEEDS 2000 LINES - "
                   "RUN REFUSED TO PROTECT THE FILE"
           ELSE
               PERFORM READ-NEXT-ORDER-NUMBER
               PERFORM LOAD-OPEN-BALANCES
               OPEN INPUT ShipToFile
               IF WS-ShipTo-Status = "00"
                   MOVE "Y" TO WS-ShipTo-Open
               END-IF
               OPEN EXTEND OrderFile
               IF WS-Order-Status = "05" OR WS-Order-Status = "35"
                   OPEN OUTPUT OrderFile
               END-IF
               IF WS-Order-Status NOT = "00"
                   DISPLAY "Unable to open order file: status "
                       WS-Order-Status
               ELSE
                   PERFORM UNTIL WS-End = "N"
                       PERFORM CONVERT-ONE-QUOTE
                       DISPLAY "CONVERT ANOTHER QUOTE (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
                   CLOSE OrderFile
                   PERFORM SAVE-NEXT-ORDER-NUMBER
               END-IF
               IF WS-ShipTo-Open = "Y"
                   CLOSE ShipToFile
               END-IF
               IF WS-CHANGED = "Y"
                   PERFORM REWRITE-QUOTES
               END-IF
           END-IF.

       LOAD-QUOTES.
           OPEN INPUT QuoteFile.
           IF WS-Quote-Status NOT = "00"
               DISPLAY "QUOTE FILE NOT AVAILABLE: STATUS "
                   WS-Quote-Status
           ELSE
               PERFORM UNTIL WS-Quote-Eof = "Y" OR WS-Qt-Count >= 2000
                   READ QuoteFile
                       AT END
                           MOVE "Y" TO WS-Quote-Eof
                       NOT AT END
                           ADD 1 TO WS-Qt-Count
                           MOVE QUOTE-RECORD
                               TO WS-Qt-Image(WS-Qt-Count)
                   END-READ
               END-PERFORM
               IF WS-Quote-Eof NOT = "Y"
                   READ QuoteFile
                       AT END
                           MOVE "Y" TO WS-Quote-Eof
                   END-READ
               END-IF
               CLOSE QuoteFile
           END-IF.

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

       CONVERT-ONE-QUOTE.
           DISPLAY "ENTER QUOTE NUMBER: ".
           ACCEPT WS-QUOTE-NUMBER.
           MOVE 0 TO WS-QUOTE-LINES.
           MOVE SPACE TO WS-QUOTE-STATE.
           PERFORM VARYING WS-Qt-Sub FROM 1 BY 1
                   UNTIL WS-Qt-Sub > WS-Qt-Count
               MOVE WS-Qt-Image(WS-Qt-Sub) TO QUOTE-RECORD
               IF QT-QUOTE-NUMBER = WS-QUOTE-NUMBER
                   ADD 1 TO WS-QUOTE-LINES
                   MOVE QT-CUSTOMER-ID  TO WS-CUSTOMER-ID
                   MOVE QT-SALESPERSON  TO WS-SALESPERSON
                   MOVE QT-EXPIRY-DATE  TO WS-EXPIRY-DATE
                   MOVE QT-STATUS       TO WS-QUOTE-STATE
                   MOVE QT-ORDER-NUMBER TO WS-QUOTE-ORDER
               END-IF
           END-PERFORM.

           IF WS-QUOTE-LINES = 0
               DISPLAY "QUOTE " WS-QUOTE-NUMBER " NOT ON FILE"
           ELSE
           IF WS-QUOTE-STATE = "C"
               DISPLAY "QUOTE " WS-QUOTE-NUMBER
                   " ALREADY CONVERTED TO ORDER " WS-QUOTE-ORDER
           ELSE
           IF WS-ORDER-DATE > WS-EXPIRY-DATE
               DISPLAY "QUOTE " WS-QUOTE-NUMBER " EXPIRED ON "
                   WS-EXPIRY-DATE " - REQUOTE REQUIRED"
           ELSE
               MOVE "N" TO WS-CUSTOMER-OK
               MOVE WS-CUSTOMER-ID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                           " NO LONGER ON FILE - QUOTE NOT CONVERTED"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-OK
               END-READ
               IF WS-CUSTOMER-OK = "Y"
                   DISPLAY "QUOTE " WS-QUOTE-NUMBER " FOR "
                       CustomerName " BECOMES ORDER "
                       WS-NEXT-ORDER-NUMBER
                   PERFORM ACCEPT-SHIP-TO
                   PERFORM BUILD-ORDER-FROM-QUOTE
                   IF WS-Pending-Count > 0
                       PERFORM CHECK-CREDIT-LIMIT
                       PERFORM WRITE-PENDING-LINES
                       PERFORM MARK-QUOTE-CONVERTED
                       IF WS-HOLD-STATUS = "H"
                           DISPLAY "ORDER " WS-NEXT-ORDER-NUMBER
                               " WRITTEN ON CREDIT HOLD - "
                               "RELEASE REQUIRED BEFORE INVOICING"
                       ELSE
                           DISPLAY "ORDER " WS-NEXT-ORDER-NUMBER
                               " RECORDED WITH " WS-Pending-Count
                               " LINE(S)"
                       END-IF
                       ADD 1 TO WS-CONVERTED-COUNT
                       ADD 1 TO WS-NEXT-ORDER-NUMBER
                   ELSE
                       DISPLAY "NO ORDERABLE LINES - QUOTE NOT "
                           "CONVERTED"
                   END-IF
               END-IF
           END-IF END-IF END-IF.

       BUILD-ORDER-FROM-QUOTE.
           MOVE 0 TO WS-Pending-Count.
           MOVE 0 TO WS-ORDER-TOTAL.
           PERFORM VARYING WS-Qt-Sub FROM 1 BY 1
                   UNTIL WS-Qt-Sub > WS-Qt-Count
               MOVE WS-Qt-Image(WS-Qt-Sub) TO QUOTE-RECORD
               IF QT-QUOTE-NUMBER = WS-QUOTE-NUMBER
                   MOVE QT-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
                   READ ProductMasterFile
                       INVALID KEY
                           DISPLAY "PRODUCT " QT-PRODUCT-NUMBER
                               " NO LONGER ON MASTER - LINE DROPPED"
                       NOT INVALID KEY
                           IF PM-STATUS-CODE = "D"
                               DISPLAY "PRODUCT " QT-PRODUCT-NUMBER
                                   " NOW DISCONTINUED - LINE DROPPED"
                           ELSE
                               IF WS-Pending-Count < 50
                                   ADD 1 TO WS-Pending-Count
                                   MOVE QT-PRODUCT-NUMBER TO
                                       WS-Pend-Product(WS-Pending-Count)
                                   MOVE QT-QUANTITY TO
                                       WS-Pend-Qty(WS-Pending-Count)
                                   MOVE QT-UNIT-PRICE TO
                                       WS-Pend-Price(WS-Pending-Count)
                                   COMPUTE WS-ORDER-TOTAL =
                                       WS-ORDER-TOTAL
                                     + (QT-QUANTITY * QT-UNIT-PRICE)
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       MARK-QUOTE-CONVERTED.
           PERFORM VARYING WS-Qt-Sub FROM 1 BY 1
                   UNTIL WS-Qt-Sub > WS-Qt-Count
               MOVE WS-Qt-Image(WS-Qt-Sub) TO QUOTE-RECORD
               IF QT-QUOTE-NUMBER = WS-QUOTE-NUMBER
                   MOVE "C" TO QT-STATUS
                   MOVE WS-NEXT-ORDER-NUMBER TO QT-ORDER-NUMBER
                   MOVE QUOTE-RECORD TO WS-Qt-Image(WS-Qt-Sub)
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-CHANGED.

       REWRITE-QUOTES.
           OPEN OUTPUT QuoteFile.
           IF WS-Quote-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE QUOTE FILE: STATUS "
                   WS-Quote-Status
           ELSE
               PERFORM VARYING WS-Qt-Sub FROM 1 BY 1
                       UNTIL WS-Qt-Sub > WS-Qt-Count
                   MOVE WS-Qt-Image(WS-Qt-Sub) TO QUOTE-RECORD
                   WRITE QUOTE-RECORD
               END-PERFORM
               CLOSE QuoteFile
               DISPLAY "QUOTE FILE UPDATED."
           END-IF.

       CHECK-CREDIT-LIMIT.
           MOVE "O" TO WS-HOLD-STATUS.
           IF CustomerCreditLimit > ZERO
               PERFORM FIND-OPEN-BALANCE
               IF WS-OPEN-BALANCE + WS-ORDER-TOTAL
                       > CustomerCreditLimit
                   MOVE "H" TO WS-HOLD-STATUS
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "CREDIT LIMIT " CustomerCreditLimit
                       " EXCEEDED - OPEN BALANCE " WS-OPEN-BALANCE
                       " PLUS ORDER " WS-ORDER-TOTAL
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
               MOVE "A" TO WS-Image-Action
               MOVE ORDER-RECORD TO WS-Record-Image
               CALL "AFTER-IMAGE" USING WS-Program-Name
                   WS-Image-File-Name WS-Image-Action
                   WS-Record-Image
           END-PERFORM.

       ACCEPT-SHIP-TO.
           MOVE 0 TO WS-SHIP-TO-NUMBER.
           MOVE 0 TO WS-SHIPTO-COUNT.
           IF WS-ShipTo-Open = "Y"
               MOVE "N" TO WS-ShipTo-Eof
               MOVE WS-CUSTOMER-ID TO ShipToCustomerID
               MOVE ZERO TO ShipToNumber
               START ShipToFile KEY IS NOT LESS THAN ShipToKey
                   INVALID KEY
                       MOVE "Y" TO WS-ShipTo-Eof
               END-START
               PERFORM UNTIL WS-ShipTo-Eof = "Y"
                   READ ShipToFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ShipTo-Eof
                       NOT AT END
                           IF ShipToCustomerID NOT = WS-CUSTOMER-ID
                               MOVE "Y" TO WS-ShipTo-Eof
                           ELSE
                               IF ShipToStatus = "A"
                                   IF WS-SHIPTO-COUNT = 0
                                       DISPLAY "SHIP-TO 000 BILL-TO "
                                           "ADDRESS"
                                   END-IF
                                   ADD 1 TO WS-SHIPTO-COUNT
                                   DISPLAY "SHIP-TO " ShipToNumber " "
                                       ShipToName " " ShipToCity " "
                                       ShipToState
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SHIPTO-COUNT > 0
               MOVE "N" TO WS-SHIPTO-OK
               PERFORM UNTIL WS-SHIPTO-OK = "Y"
                   DISPLAY "ENTER SHIP-TO NUMBER (000 = BILL-TO): "
                   ACCEPT WS-SHIP-TO-NUMBER
                   IF WS-SHIP-TO-NUMBER = ZERO
                       MOVE "Y" TO WS-SHIPTO-OK
                   ELSE
                       MOVE WS-CUSTOMER-ID TO ShipToCustomerID
                       MOVE WS-SHIP-TO-NUMBER TO ShipToNumber
                       READ ShipToFile
                           INVALID KEY
                               DISPLAY "SHIP-TO " WS-SHIP-TO-NUMBER
                                   " NOT ON FILE - PLEASE RE-ENTER"
                           NOT INVALID KEY
                               IF ShipToStatus = "A"
                                   MOVE "Y" TO WS-SHIPTO-OK
                                   DISPLAY "SHIP TO: " ShipToName " "
                                       ShipToCity " " ShipToState
                               ELSE
                                   DISPLAY "SHIP-TO " WS-SHIP-TO-NUMBER
                                       " IS INACTIVE - PLEASE RE-ENTER"
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-SALESPERSONS.
           OPEN INPUT SalespersonFile.
           IF WS-Sales-Status NOT = "00"
               DISPLAY "SALESPERSON FILE NOT FOUND - CODES NOT "
                   "VALIDATED"
           ELSE
               PERFORM UNTIL WS-Sales-Eof = "Y"
                       OR WS-Sal-Count >= 50
                   READ SalespersonFile
                       AT END
                           MOVE "Y" TO WS-Sales-Eof
                       NOT AT END
                           IF SP-STATUS = "A"
                               ADD 1 TO WS-Sal-Count
                               MOVE SP-CODE
                                   TO WS-Sal-Code(WS-Sal-Count)
                               MOVE SP-NAME
                                   TO WS-Sal-Name(WS-Sal-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalespersonFile
           END-IF.

       ACCEPT-SALESPERSON.
           MOVE "N" TO WS-SALES-OK.
           PERFORM UNTIL WS-SALES-OK = "Y"
               DISPLAY "ENTER SALESPERSON CODE: "
               ACCEPT WS-SALESPERSON
               IF WS-Sal-Count = 0
                   MOVE "Y" TO WS-SALES-OK
               ELSE
                   PERFORM VARYING WS-Sal-Sub FROM 1 BY 1
                           UNTIL WS-Sal-Sub > WS-Sal-Count
                       IF WS-Sal-Code(WS-Sal-Sub) = WS-SALESPERSON
                           MOVE "Y" TO WS-SALES-OK
                           DISPLAY "SALESPERSON: "
                               WS-Sal-Name(WS-Sal-Sub)
                           MOVE WS-Sal-Count TO WS-Sal-Sub
                       END-IF
                   END-PERFORM
                   IF WS-SALES-OK NOT = "Y"
                       DISPLAY "SALESPERSON " WS-SALESPERSON
                           " NOT ON FILE - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

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
           IF WS-PRICE-SOURCE NOT = "LIST"
               DISPLAY "PRICE " WS-BEST-PRICE " APPLIED - SOURCE "
                   WS-PRICE-SOURCE
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
