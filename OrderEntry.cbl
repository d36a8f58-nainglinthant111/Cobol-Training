           SELECT SalespersonFile ASSIGN TO "salespersons.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sales-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.
           SELECT ItemLocationFile ASSIGN TO "itemlocations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-LOCATION-KEY
               FILE STATUS IS WS-Location-Status.
           SELECT BillOfMaterialFile ASSIGN TO "billofmaterial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-Bom-Status.

       DATA DIVISION.
       FILE SECTION.
       FD SalespersonFile.
       COPY "Salesperson.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       FD BillOfMaterialFile.
       COPY "BillOfMaterial.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-CUSTOMER-ID      PIC 9(5).
       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-QUANTITY         PIC 9(5).
       01 WS-ENTRY-QTY        PIC 9(5).
       01 WS-SELL-UOM         PIC X(2).
       01 WS-UOM-FACTOR       PIC 9(5).
       01 WS-UOM-FOUND        PIC X.
       01 WS-ORDER-DATE       PIC 9(8).
       01 WS-CUSTOMER-OK      PIC X.
       01 WS-LINE-COUNT       PIC 9(3).
             03 WS-Pend-Product PIC 9(5).
             03 WS-Pend-Qty     PIC 9(5).
             03 WS-Pend-Price   PIC 9(5)V99.
             03 WS-Pend-Uom     PIC X(2).
             03 WS-Pend-Factor  PIC 9(5).
       01 WS-Pend-Sub         PIC 99.
       01 WS-ORDER-TOTAL      PIC 9(9)V99.
       01 WS-HOLD-STATUS     PIC X.
       01 WS-SALESPERSON      PIC X(3).
       01 WS-SALES-OK         PIC X.

       01 WS-ShipTo-Status    PIC XX.
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-Location-Status  PIC XX.
       01 WS-Location-Open    PIC X VALUE "N".
       01 WS-Location-Eof     PIC X.
       01 WS-ShipTo-Eof       PIC X.
       01 WS-SHIPTO-COUNT     PIC 9(3).
       01 WS-SHIP-TO-NUMBER   PIC 9(3).
       01 WS-SHIPTO-OK        PIC X.
       01 WS-Bom-Status       PIC XX.
       01 WS-Bom-Open         PIC X VALUE "N".
       01 WS-Bom-Eof          PIC X.
       01 WS-STOCK-QTY        PIC 9(7).
       01 WS-COMPONENT-KITS   PIC 9(7).
       01 WS-KIT-PRODUCT      PIC 9(5).
       01 WS-KIT-COMPONENTS   PIC 9(3).

       01 WS-Program-Name      PIC X(20) VALUE "ORDER-ENTRY".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
               CLOSE OrderFile
               STOP RUN
           END-IF.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-Status = "00"
               MOVE "Y" TO WS-ShipTo-Open
           ELSE
               DISPLAY "SHIP-TO FILE NOT AVAILABLE - ORDERS SHIP TO "
                   "THE BILL-TO ADDRESS"
           END-IF.
           OPEN INPUT ItemLocationFile.
           IF WS-Location-Status = "00"
               MOVE "Y" TO WS-Location-Open
           END-IF.
           OPEN INPUT BillOfMaterialFile.
           IF WS-Bom-Status = "00"
               MOVE "Y" TO WS-Bom-Open
           END-IF.

           PERFORM UNTIL WS-End = "N"
               PERFORM ENTER-ONE-ORDER
           CLOSE ProductMasterFile.
           CLOSE OrderFile.
           CLOSE BackorderFile.
           IF WS-ShipTo-Open = "Y"
               CLOSE ShipToFile
           END-IF.
           IF WS-Location-Open = "Y"
               CLOSE ItemLocationFile
           END-IF.
           IF WS-Bom-Open = "Y"
               CLOSE BillOfMaterialFile
           END-IF.
           PERFORM SAVE-NEXT-ORDER-NUMBER.

           DISPLAY "ORDER LINES WRITTEN: " WS-Written-Count.
           IF WS-CUSTOMER-OK = "Y"
               DISPLAY "ORDER " WS-NEXT-ORDER-NUMBER " FOR "
                   CustomerName
               PERFORM ACCEPT-SHIP-TO
               PERFORM ACCEPT-SALESPERSON
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-Pending-Count
               MOVE WS-HOLD-STATUS      TO OR-ORDER-STATUS
               MOVE ZERO                 TO OR-SHIPPED-QTY
               MOVE WS-SALESPERSON       TO OR-SALESPERSON
               MOVE WS-SHIP-TO-NUMBER    TO OR-SHIP-TO-NUMBER
               MOVE ZERO                 TO OR-UNIT-COST
               MOVE ZERO                 TO OR-INVOICE-NUMBER
               MOVE WS-Pend-Uom(WS-Pend-Sub) TO OR-SELL-UOM
               MOVE WS-Pend-Factor(WS-Pend-Sub) TO OR-UOM-FACTOR
               WRITE ORDER-RECORD
               ADD 1 TO WS-Written-Count
               MOVE "A" TO WS-Image-Action
               END-IF
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

       LOAD-PRICE-TABLES.
           MOVE "N" TO WS-Price-Eof.
           OPEN INPUT ContractPriceFile.
                               WS-PRODUCT-NUMBER " IS ON HOLD"
                       END-IF
                       DISPLAY PM-DESCRIPTION " AT " PM-UNIT-PRICE
                           " PER " PM-STOCK-UOM
                       IF WS-Location-Open = "Y"
                           PERFORM SHOW-WAREHOUSE-AVAILABILITY
                       END-IF
                       PERFORM ACCEPT-SELL-QUANTITY
                       IF WS-QUANTITY = ZERO
                           DISPLAY "ZERO QUANTITY - LINE REFUSED"
                       ELSE
                           PERFORM PICK-BEST-PRICE
                           PERFORM SET-STOCK-QTY
                           PERFORM HOLD-ORDER-LINE
                       END-IF
                   END-IF
           END-READ.

       ACCEPT-SELL-QUANTITY.
           MOVE PM-SELL-UOM TO WS-SELL-UOM.
           IF WS-SELL-UOM = SPACES
               MOVE PM-STOCK-UOM TO WS-SELL-UOM
           END-IF.
           CALL "UOM-CONVERT" USING PM-PRODUCT-NUMBER PM-STOCK-UOM
               WS-SELL-UOM WS-UOM-FACTOR WS-UOM-FOUND.
           DISPLAY "ENTER QUANTITY (" WS-SELL-UOM "): ".
           ACCEPT WS-ENTRY-QTY.
           MOVE 0 TO WS-QUANTITY.
           IF WS-UOM-FOUND NOT = "Y"
               DISPLAY "NO CONVERSION FROM " WS-SELL-UOM " TO "
                   PM-STOCK-UOM " - LINE REFUSED"
           ELSE
               COMPUTE WS-QUANTITY = WS-ENTRY-QTY * WS-UOM-FACTOR
                   ON SIZE ERROR
                       MOVE 0 TO WS-QUANTITY
                       DISPLAY "QUANTITY TOO LARGE - LINE REFUSED"
               END-COMPUTE
               IF WS-UOM-FACTOR > 1 AND WS-QUANTITY > 0
                   DISPLAY WS-ENTRY-QTY " " WS-SELL-UOM " = "
                       WS-QUANTITY " " PM-STOCK-UOM
               END-IF
           END-IF.

       SHOW-WAREHOUSE-AVAILABILITY.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO IL-WAREHOUSE-CODE.
           MOVE "N" TO WS-Location-Eof.
           START ItemLocationFile KEY NOT < IL-LOCATION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Location-Eof
           END-START.
           PERFORM UNTIL WS-Location-Eof = "Y"
               READ ItemLocationFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Location-Eof
                   NOT AT END
                       IF IL-PRODUCT-NUMBER NOT = WS-PRODUCT-NUMBER
                           MOVE "Y" TO WS-Location-Eof
                       ELSE
                           DISPLAY "  WAREHOUSE " IL-WAREHOUSE-CODE
                               "  ON HAND " IL-ON-HAND-QTY
                               "  IN TRANSIT " IL-IN-TRANSIT-QTY
                       END-IF
               END-READ
           END-PERFORM.

       PICK-BEST-PRICE.
           MOVE PM-UNIT-PRICE TO WS-BEST-PRICE.
           MOVE "LIST" TO WS-PRICE-SOURCE.
                   WS-PRICE-SOURCE
           END-IF.

       SET-STOCK-QTY.
           MOVE PM-ON-HAND-QTY TO WS-STOCK-QTY.
           IF PM-KIT-TYPE = "K"
               PERFORM FIND-KIT-AVAILABILITY
               DISPLAY "KIT - " WS-STOCK-QTY
                   " AVAILABLE FROM COMPONENTS"
           END-IF.

       FIND-KIT-AVAILABILITY.
           MOVE 9999999 TO WS-STOCK-QTY.
           MOVE 0 TO WS-KIT-COMPONENTS.
           MOVE WS-PRODUCT-NUMBER TO WS-KIT-PRODUCT.
           MOVE "Y" TO WS-Bom-Eof.
           IF WS-Bom-Open = "Y"
               MOVE WS-KIT-PRODUCT TO BM-PARENT-PRODUCT
               MOVE ZERO TO BM-COMPONENT-PRODUCT
               MOVE "N" TO WS-Bom-Eof
               START BillOfMaterialFile KEY NOT < BM-BOM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-Bom-Eof
               END-START
           END-IF.
           PERFORM UNTIL WS-Bom-Eof = "Y"
               READ BillOfMaterialFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Bom-Eof
                   NOT AT END
                       IF BM-PARENT-PRODUCT NOT = WS-KIT-PRODUCT
                           MOVE "Y" TO WS-Bom-Eof
                       ELSE
                           PERFORM CHECK-KIT-COMPONENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KIT-COMPONENTS = 0
               MOVE 0 TO WS-STOCK-QTY
               DISPLAY "NO COMPONENTS ON FILE FOR KIT "
                   WS-KIT-PRODUCT
           END-IF.

       CHECK-KIT-COMPONENT.
           ADD 1 TO WS-KIT-COMPONENTS.
           MOVE BM-COMPONENT-PRODUCT TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   MOVE 0 TO WS-STOCK-QTY
               NOT INVALID KEY
                   DIVIDE PM-ON-HAND-QTY BY BM-QUANTITY-PER
                       GIVING WS-COMPONENT-KITS
                   IF WS-COMPONENT-KITS < WS-STOCK-QTY
                       MOVE WS-COMPONENT-KITS TO WS-STOCK-QTY
                   END-IF
           END-READ.

       HOLD-ORDER-LINE.
           IF WS-Pending-Count >= 50
               DISPLAY "ORDER LINE LIMIT REACHED - LINE REFUSED"
           ELSE
               MOVE WS-QUANTITY TO WS-AVAILABLE-QTY
               MOVE 0 TO WS-SHORT-QTY
               IF WS-QUANTITY > WS-STOCK-QTY
                   MOVE WS-STOCK-QTY TO WS-AVAILABLE-QTY
                   COMPUTE WS-SHORT-QTY =
                       WS-QUANTITY - WS-STOCK-QTY
                   PERFORM WRITE-BACKORDER
               END-IF
               IF WS-AVAILABLE-QTY > 0
                       TO WS-Pend-Qty(WS-Pending-Count)
                   MOVE WS-BEST-PRICE
                       TO WS-Pend-Price(WS-Pending-Count)
                   MOVE WS-SELL-UOM
                       TO WS-Pend-Uom(WS-Pending-Count)
                   MOVE WS-UOM-FACTOR
                       TO WS-Pend-Factor(WS-Pending-Count)
                   COMPUTE WS-ORDER-TOTAL =
                       WS-ORDER-TOTAL
                     + (WS-AVAILABLE-QTY * WS-BEST-PRICE)
           MOVE "W"               TO BO-STATUS.
           WRITE BACKORDER-RECORD.
           ADD 1 TO WS-BACKORDER-COUNT.
           DISPLAY "ONLY " WS-STOCK-QTY " ON HAND - "
               WS-SHORT-QTY " BACKORDERED FOR CUSTOMER "
               WS-CUSTOMER-ID.
