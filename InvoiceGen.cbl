           SELECT SalesTaxFile ASSIGN TO "salestax.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SalesTax-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.
           SELECT ShipmentFile ASSIGN TO "shipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Shipment-Status.
           SELECT DepositFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Deposit-Status.
           SELECT TradingPartnerFile ASSIGN TO "tradingpartners.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Partner-Status.

       DATA DIVISION.
       FILE SECTION.
       01 SALES-TAX-RECORD.
           02 SX-STATE-CODE       PIC XX.
           02 SX-TAX-RATE         PIC 9V9999.
           02 SX-FREIGHT-TAXABLE  PIC X.

       FD ShipToFile.
       COPY "ShipTo.cpy".

       FD ShipmentFile.
       COPY "Shipment.cpy".

       FD DepositFile.
       COPY "Deposit.cpy".

       FD TradingPartnerFile.
       COPY "TradingPartner.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Order-Status     PIC XX.
       01 WS-CURRENT-SALESPERSON PIC X(3).
       01 WS-ORDER-OPEN       PIC X VALUE "N".
       01 WS-LINE-AMOUNT      PIC 9(7)V99.
       01 WS-SELL-QTY         PIC 9(5).
       01 WS-SELL-REMAINDER   PIC 9(5).
       01 WS-SELL-PRICE       PIC 9(7)V99.
       01 WS-ORDER-TOTAL      PIC 9(7)V99.
       01 WS-INVOICE-COUNT    PIC 9(5) VALUE 0.

           02 WS-Tax-Entry OCCURS 60 TIMES.
             03 WS-Tax-State PIC XX.
             03 WS-Tax-Rate  PIC 9V9999.
             03 WS-Tax-Freight PIC X.
       01 WS-Tax-Sub          PIC 99.
       01 WS-CUSTOMER-TAXABLE PIC X.
       01 WS-CUSTOMER-STATE   PIC XX.
       01 WS-SHIP-STATE       PIC XX.
       01 WS-ShipTo-Status    PIC XX.
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-APPLY-RATE       PIC 9V9999.
       01 WS-TAX-AMOUNT       PIC 9(7)V99.
       01 WS-TAX-BASE         PIC 9(7)V99.
       01 WS-FREIGHT-TAXED    PIC X.

       01 WS-Shipment-Status  PIC XX.
       01 WS-Shipment-Eof     PIC X VALUE "N".
       01 WS-Shipment-Table.
           02 WS-Shp-Count PIC 9(4) VALUE 0.
           02 WS-Shp-Entry OCCURS 2000 TIMES.
             03 WS-Shp-Image PIC X(80).
       01 WS-Shp-Sub          PIC 9(4).
       01 WS-SHIPMENTS-CHANGED PIC X VALUE "N".
       01 WS-FREIGHT-AMOUNT   PIC 9(7)V99.

       01 WS-Deposit-Status   PIC XX.
       01 WS-Deposit-Eof      PIC X VALUE "N".
       01 WS-Deposit-Open     PIC X VALUE "N".
       01 WS-Deposit-Table.
           02 WS-Dep-Count PIC 9(3) VALUE 0.
           02 WS-Dep-Entry OCCURS 500 TIMES.
             03 WS-Dep-Order    PIC 9(6).
             03 WS-Dep-Customer PIC 9(5).
             03 WS-Dep-Held     PIC S9(7)V99.
       01 WS-Dep-Sub          PIC 9(3).
       01 WS-Dep-Found        PIC 9(3).
       01 WS-Dep-Full         PIC X VALUE "N".
       01 WS-DEPOSIT-APPLIED  PIC 9(7)V99.
       01 WS-BALANCE-DUE      PIC 9(7)V99.

       01 WS-Partner-Status   PIC XX.
       01 WS-Partner-Eof      PIC X VALUE "N".
       01 WS-Partner-Table.
           02 WS-Ptn-Count PIC 9(3) VALUE 0.
           02 WS-Ptn-Entry OCCURS 500 TIMES.
             03 WS-Ptn-Customer  PIC 9(5).
             03 WS-Ptn-Effective PIC 9(8).
       01 WS-Ptn-Sub          PIC 9(3).
       01 WS-EDI-INVOICE      PIC X VALUE "N".
       01 WS-EDI-COUNT        PIC 9(5) VALUE 0.

       01 WS-Program-Name      PIC X(20) VALUE "INVOICE-GEN".
       01 WS-Operator-ID       PIC X(10).
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-INVOICE-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SHIPMENTS.
           IF WS-Shipment-Eof NOT = "Y"
               DISPLAY "SHIPMENT FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.
           PERFORM LOAD-DEPOSITS.
           IF WS-Dep-Full = "Y"
               DISPLAY "DEPOSIT LEDGER HOLDS MORE THAN 500 ORDERS - "
                   "RUN REFUSED TO PROTECT THE LEDGER"
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-INVOICE-NUMBER.
           PERFORM LOAD-SALES-TAX-RATES.
           PERFORM LOAD-TRADING-PARTNERS.

           OPEN I-O OrderFile.
           IF WS-Order-Status NOT = "00"
               CLOSE ProductMasterFile
               STOP RUN
           END-IF.
           IF WS-Dep-Count > 0
               OPEN EXTEND DepositFile
               IF WS-Deposit-Status = "00"
                   MOVE "Y" TO WS-Deposit-Open
               ELSE
                   DISPLAY "Unable to open deposit ledger: status "
                       WS-Deposit-Status " - DEPOSITS NOT APPLIED"
               END-IF
           END-IF.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-Status = "00"
               MOVE "Y" TO WS-ShipTo-Open
           ELSE
               DISPLAY "SHIP-TO FILE NOT AVAILABLE - SALES TAX USES "
                   "THE BILL-TO STATE"
           END-IF.

           PERFORM UNTIL WS-Eof = "Y"
               READ OrderFile
           CLOSE CustomerFile.
           CLOSE ProductMasterFile.
           CLOSE InvoiceHistoryFile.
           IF WS-ShipTo-Open = "Y"
               CLOSE ShipToFile
           END-IF.
           IF WS-Deposit-Open = "Y"
               CLOSE DepositFile
           END-IF.
           PERFORM SAVE-NEXT-INVOICE-NUMBER.
           IF WS-SHIPMENTS-CHANGED = "Y"
               PERFORM REWRITE-SHIPMENTS
           END-IF.

           DISPLAY " ".
           DISPLAY "INVOICES GENERATED: " WS-INVOICE-COUNT.
           IF WS-EDI-COUNT > 0
               DISPLAY "SENT BY EDI, NOT PRINTED: " WS-EDI-COUNT
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
                               TO WS-Tax-State(WS-Tax-Count)
                           MOVE SX-TAX-RATE
                               TO WS-Tax-Rate(WS-Tax-Count)
                           MOVE SX-FREIGHT-TAXABLE
                               TO WS-Tax-Freight(WS-Tax-Count)
                   END-READ
               END-PERFORM
               CLOSE SalesTaxFile

       COMPUTE-SALES-TAX.
           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE "N" TO WS-FREIGHT-TAXED.
           IF WS-CUSTOMER-TAXABLE NOT = "E"
               MOVE 0 TO WS-APPLY-RATE
               PERFORM VARYING WS-Tax-Sub FROM 1 BY 1
                       UNTIL WS-Tax-Sub > WS-Tax-Count
                   IF WS-Tax-State(WS-Tax-Sub) = WS-SHIP-STATE
                       MOVE WS-Tax-Rate(WS-Tax-Sub) TO WS-APPLY-RATE
                       IF WS-Tax-Freight(WS-Tax-Sub) = "Y"
                               AND WS-FREIGHT-AMOUNT > 0
                           MOVE "Y" TO WS-FREIGHT-TAXED
                       END-IF
                       MOVE WS-Tax-Count TO WS-Tax-Sub
                   END-IF
               END-PERFORM
               MOVE WS-ORDER-TOTAL TO WS-TAX-BASE
               IF WS-FREIGHT-TAXED = "Y"
                   ADD WS-FREIGHT-AMOUNT TO WS-TAX-BASE
               END-IF
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-TAX-BASE * WS-APPLY-RATE
           END-IF.

       LOAD-SHIPMENTS.
           OPEN INPUT ShipmentFile.
           IF WS-Shipment-Status NOT = "00"
               MOVE "Y" TO WS-Shipment-Eof
           ELSE
               PERFORM UNTIL WS-Shipment-Eof = "Y"
                       OR WS-Shp-Count >= 2000
                   READ ShipmentFile
                       AT END
                           MOVE "Y" TO WS-Shipment-Eof
                       NOT AT END
                           ADD 1 TO WS-Shp-Count
                           MOVE SHIPMENT-RECORD
                               TO WS-Shp-Image(WS-Shp-Count)
                   END-READ
               END-PERFORM
               IF WS-Shipment-Eof NOT = "Y"
                   READ ShipmentFile
                       AT END
                           MOVE "Y" TO WS-Shipment-Eof
                   END-READ
               END-IF
               CLOSE ShipmentFile
           END-IF.

       LOAD-DEPOSITS.
           OPEN INPUT DepositFile.
           IF WS-Deposit-Status = "00"
               PERFORM UNTIL WS-Deposit-Eof = "Y"
                   READ DepositFile
                       AT END
                           MOVE "Y" TO WS-Deposit-Eof
                       NOT AT END
                           PERFORM POST-DEPOSIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF.

       POST-DEPOSIT-ENTRY.
           MOVE 0 TO WS-Dep-Found.
           PERFORM VARYING WS-Dep-Sub FROM 1 BY 1
                   UNTIL WS-Dep-Sub > WS-Dep-Count
               IF WS-Dep-Order(WS-Dep-Sub) = DE-ORDER-NUMBER
                   MOVE WS-Dep-Sub TO WS-Dep-Found
                   MOVE WS-Dep-Count TO WS-Dep-Sub
               END-IF
           END-PERFORM.
           IF WS-Dep-Found = 0
               IF WS-Dep-Count >= 500
                   MOVE "Y" TO WS-Dep-Full
               ELSE
                   ADD 1 TO WS-Dep-Count
                   MOVE WS-Dep-Count TO WS-Dep-Found
                   MOVE DE-ORDER-NUMBER TO WS-Dep-Order(WS-Dep-Found)
                   MOVE DE-CUSTOMER-ID
                       TO WS-Dep-Customer(WS-Dep-Found)
                   MOVE 0 TO WS-Dep-Held(WS-Dep-Found)
               END-IF
           END-IF.
           IF WS-Dep-Found > 0
               IF DE-ENTRY-TYPE = "R"
                   ADD DE-AMOUNT TO WS-Dep-Held(WS-Dep-Found)
               ELSE
                   SUBTRACT DE-AMOUNT FROM WS-Dep-Held(WS-Dep-Found)
               END-IF
           END-IF.

       APPLY-ORDER-DEPOSIT.
           MOVE 0 TO WS-DEPOSIT-APPLIED.
           IF WS-Deposit-Open = "Y"
               PERFORM VARYING WS-Dep-Sub FROM 1 BY 1
                       UNTIL WS-Dep-Sub > WS-Dep-Count
                   IF WS-Dep-Order(WS-Dep-Sub) = WS-CURRENT-ORDER
                           AND WS-Dep-Customer(WS-Dep-Sub)
                               = WS-CURRENT-CUSTOMER
                           AND WS-Dep-Held(WS-Dep-Sub) > 0
                       IF WS-Dep-Held(WS-Dep-Sub) < WS-ORDER-TOTAL
                           MOVE WS-Dep-Held(WS-Dep-Sub)
                               TO WS-DEPOSIT-APPLIED
                       ELSE
                           MOVE WS-ORDER-TOTAL TO WS-DEPOSIT-APPLIED
                       END-IF
                       SUBTRACT WS-DEPOSIT-APPLIED
                           FROM WS-Dep-Held(WS-Dep-Sub)
                       MOVE WS-Dep-Count TO WS-Dep-Sub
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DEPOSIT-APPLIED > 0
               MOVE WS-CURRENT-CUSTOMER    TO DE-CUSTOMER-ID
               MOVE WS-CURRENT-ORDER       TO DE-ORDER-NUMBER
               MOVE WS-INVOICE-DATE        TO DE-ENTRY-DATE
               MOVE "A"                    TO DE-ENTRY-TYPE
               MOVE WS-DEPOSIT-APPLIED     TO DE-AMOUNT
               MOVE WS-NEXT-INVOICE-NUMBER TO DE-INVOICE-NUMBER
               WRITE DEPOSIT-RECORD
           END-IF.

       GATHER-ORDER-FREIGHT.
           MOVE 0 TO WS-FREIGHT-AMOUNT.
           PERFORM VARYING WS-Shp-Sub FROM 1 BY 1
                   UNTIL WS-Shp-Sub > WS-Shp-Count
               MOVE WS-Shp-Image(WS-Shp-Sub) TO SHIPMENT-RECORD
               IF SM-ORDER-NUMBER = WS-CURRENT-ORDER
                       AND SM-BILLED = "N"
                   ADD SM-FREIGHT-CHARGE TO WS-FREIGHT-AMOUNT
                   IF WS-EDI-INVOICE = "N"
                       DISPLAY "SHIPPED " SM-SHIP-DATE " VIA "
                           SM-CARRIER " TRACKING " SM-TRACKING-NUMBER
                   END-IF
                   MOVE "Y" TO SM-BILLED
                   MOVE WS-NEXT-INVOICE-NUMBER TO SM-INVOICE-NUMBER
                   MOVE SHIPMENT-RECORD TO WS-Shp-Image(WS-Shp-Sub)
                   MOVE "Y" TO WS-SHIPMENTS-CHANGED
               END-IF
           END-PERFORM.

       REWRITE-SHIPMENTS.
           OPEN OUTPUT ShipmentFile.
           IF WS-Shipment-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE SHIPMENT FILE: STATUS "
                   WS-Shipment-Status
           ELSE
               PERFORM VARYING WS-Shp-Sub FROM 1 BY 1
                       UNTIL WS-Shp-Sub > WS-Shp-Count
                   MOVE WS-Shp-Image(WS-Shp-Sub) TO SHIPMENT-RECORD
                   WRITE SHIPMENT-RECORD
               END-PERFORM
               CLOSE ShipmentFile
           END-IF.

       BILL-ORDER-LINE.
           END-IF.
           PERFORM PRINT-INVOICE-LINE.
           MOVE "B" TO OR-ORDER-STATUS.
           MOVE WS-NEXT-INVOICE-NUMBER TO OR-INVOICE-NUMBER.
           REWRITE ORDER-RECORD.

       START-NEW-INVOICE.
           END-READ.
           MOVE CustomerTaxableFlag TO WS-CUSTOMER-TAXABLE.
           MOVE CustomerState       TO WS-CUSTOMER-STATE.
           MOVE CustomerState       TO WS-SHIP-STATE.
           MOVE SPACES TO ShipToName ShipToStreet ShipToCity
               ShipToState ShipToPostalCode.
           IF OR-SHIP-TO-NUMBER NOT = ZERO AND WS-ShipTo-Open = "Y"
               MOVE OR-CUSTOMER-ID    TO ShipToCustomerID
               MOVE OR-SHIP-TO-NUMBER TO ShipToNumber
               READ ShipToFile
                   INVALID KEY
                       DISPLAY "SHIP-TO " OR-SHIP-TO-NUMBER
                           " NOT ON FILE FOR ORDER " OR-ORDER-NUMBER
                           " - TAXED AT BILL-TO STATE"
                   NOT INVALID KEY
                       MOVE ShipToState TO WS-SHIP-STATE
               END-READ
           END-IF.

           PERFORM CHECK-EDI-PARTNER.
           IF WS-EDI-INVOICE = "Y"
               DISPLAY "INVOICE " WS-NEXT-INVOICE-NUMBER
                   " ORDER " WS-CURRENT-ORDER " CUSTOMER "
                   WS-CURRENT-CUSTOMER " - SENT BY EDI, NOT PRINTED"
           ELSE
               DISPLAY " "
               DISPLAY "=============================================="
               DISPLAY "INVOICE " WS-NEXT-INVOICE-NUMBER
                   "        DATE " WS-INVOICE-DATE
               DISPLAY "ORDER   " WS-CURRENT-ORDER
               DISPLAY "BILL TO: " CustomerName
               DISPLAY "         " CustomerStreet
               DISPLAY "         " CustomerCity " " CustomerState " "
                   CustomerPostalCode
               IF ShipToName NOT = SPACES
                   DISPLAY "SHIP TO: " ShipToName
                   DISPLAY "         " ShipToStreet
                   DISPLAY "         " ShipToCity " " ShipToState " "
                       ShipToPostalCode
               END-IF
               DISPLAY "PRODUCT  DESCRIPTION                     QTY"
                   "     AMOUNT"
               DISPLAY "----------------------------------------------"
           END-IF.

       CHECK-EDI-PARTNER.
           MOVE "N" TO WS-EDI-INVOICE.
           PERFORM VARYING WS-Ptn-Sub FROM 1 BY 1
                   UNTIL WS-Ptn-Sub > WS-Ptn-Count
               IF WS-Ptn-Customer(WS-Ptn-Sub) = WS-CURRENT-CUSTOMER
                       AND WS-INVOICE-DATE
                           >= WS-Ptn-Effective(WS-Ptn-Sub)
                   MOVE "Y" TO WS-EDI-INVOICE
                   MOVE WS-Ptn-Count TO WS-Ptn-Sub
               END-IF
           END-PERFORM.
           IF WS-EDI-INVOICE = "Y"
               ADD 1 TO WS-EDI-COUNT
           END-IF.

       LOAD-TRADING-PARTNERS.
           OPEN INPUT TradingPartnerFile.
           IF WS-Partner-Status = "00"
               PERFORM UNTIL WS-Partner-Eof = "Y"
                       OR WS-Ptn-Count >= 500
                   READ TradingPartnerFile
                       AT END
                           MOVE "Y" TO WS-Partner-Eof
                       NOT AT END
                           IF TP-STATUS = "A" AND TP-SEND-810 = "Y"
                               ADD 1 TO WS-Ptn-Count
                               MOVE TP-CUSTOMER-ID
                                   TO WS-Ptn-Customer(WS-Ptn-Count)
                               MOVE TP-EFFECTIVE-DATE
                                   TO WS-Ptn-Effective(WS-Ptn-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TradingPartnerFile
           END-IF.

       PRINT-INVOICE-LINE.
           MOVE OR-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               OR-SHIPPED-QTY * OR-UNIT-PRICE.
           ADD WS-LINE-AMOUNT TO WS-ORDER-TOTAL.
           IF WS-EDI-INVOICE = "N"
               DISPLAY OR-PRODUCT-NUMBER "    " PM-DESCRIPTION "  "
                   OR-SHIPPED-QTY "  " WS-LINE-AMOUNT
               IF OR-UOM-FACTOR > 1
                   PERFORM PRINT-SOLD-UNITS
               END-IF
           END-IF.

       PRINT-SOLD-UNITS.
           DIVIDE OR-SHIPPED-QTY BY OR-UOM-FACTOR
               GIVING WS-SELL-QTY REMAINDER WS-SELL-REMAINDER.
           COMPUTE WS-SELL-PRICE = OR-UNIT-PRICE * OR-UOM-FACTOR.
           IF WS-SELL-REMAINDER = 0
               DISPLAY "         SOLD AS " WS-SELL-QTY " "
                   OR-SELL-UOM " OF " OR-UOM-FACTOR " "
                   PM-STOCK-UOM " AT " WS-SELL-PRICE " PER "
                   OR-SELL-UOM
           ELSE
               DISPLAY "         SOLD AS " WS-SELL-QTY " "
                   OR-SELL-UOM " OF " OR-UOM-FACTOR " "
                   PM-STOCK-UOM " PLUS " WS-SELL-REMAINDER " "
                   PM-STOCK-UOM
           END-IF.

       FINALIZE-INVOICE.
           IF WS-ORDER-OPEN = "Y"
               PERFORM GATHER-ORDER-FREIGHT
               PERFORM COMPUTE-SALES-TAX
               IF WS-EDI-INVOICE = "N"
                   IF WS-FREIGHT-AMOUNT > 0
                       DISPLAY "FREIGHT  " "FREIGHT CHARGES          "
                           "              " WS-FREIGHT-AMOUNT
                   END-IF
                   DISPLAY "------------------------------------------"
                       "----"
                   DISPLAY "SUBTOTAL     : " WS-ORDER-TOTAL
                   DISPLAY "FREIGHT      : " WS-FREIGHT-AMOUNT
                   DISPLAY "SALES TAX    : " WS-TAX-AMOUNT
               END-IF
               COMPUTE WS-ORDER-TOTAL =
                   WS-ORDER-TOTAL + WS-FREIGHT-AMOUNT + WS-TAX-AMOUNT
               IF WS-EDI-INVOICE = "N"
                   DISPLAY "INVOICE TOTAL: " WS-ORDER-TOTAL
               END-IF
               PERFORM APPLY-ORDER-DEPOSIT
               IF WS-DEPOSIT-APPLIED > 0
                   COMPUTE WS-BALANCE-DUE =
                       WS-ORDER-TOTAL - WS-DEPOSIT-APPLIED
                   IF WS-EDI-INVOICE = "N"
                       DISPLAY "LESS DEPOSIT : " WS-DEPOSIT-APPLIED
                       DISPLAY "BALANCE DUE  : " WS-BALANCE-DUE
                   END-IF
               END-IF
               MOVE WS-NEXT-INVOICE-NUMBER TO IV-INVOICE-NUMBER
               MOVE WS-CURRENT-ORDER       TO IV-ORDER-NUMBER
               MOVE WS-CURRENT-CUSTOMER    TO IV-CUSTOMER-ID
               MOVE WS-INVOICE-DATE        TO IV-INVOICE-DATE
               MOVE WS-ORDER-TOTAL         TO IV-INVOICE-AMOUNT
               MOVE WS-TAX-AMOUNT          TO IV-TAX-AMOUNT
               MOVE WS-DEPOSIT-APPLIED     TO IV-PAID-AMOUNT
               IF WS-DEPOSIT-APPLIED >= WS-ORDER-TOTAL
                       AND WS-ORDER-TOTAL > 0
                   MOVE "P"                TO IV-INVOICE-STATUS
               ELSE
                   MOVE "O"                TO IV-INVOICE-STATUS
               END-IF
               MOVE SPACE                  TO IV-INVOICE-TYPE
               MOVE WS-CURRENT-SALESPERSON TO IV-SALESPERSON
               MOVE "N"                    TO IV-COMMISSION-PAID
               MOVE WS-FREIGHT-AMOUNT      TO IV-FREIGHT-AMOUNT
               MOVE WS-FREIGHT-TAXED       TO IV-FREIGHT-TAXED
               MOVE ZERO                   TO IV-RETURN-PRODUCT
               WRITE INVOICE-HISTORY-RECORD
               ADD 1 TO WS-Written-Count
               ADD 1 TO WS-INVOICE-COUNT
