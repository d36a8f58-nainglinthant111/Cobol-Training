               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.
           SELECT PackingSlipFile ASSIGN TO "packslips.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Slip-Status.
           SELECT CsvFile ASSIGN TO "packslips.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ShipmentFile ASSIGN TO "shipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Shipment-Status.
           SELECT FreightRateFile ASSIGN TO "freightrates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Rate-Status.
           SELECT ItemLocationFile ASSIGN TO "itemlocations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-LOCATION-KEY
               FILE STATUS IS WS-Location-Status.
           SELECT ItemLotFile ASSIGN TO "itemlots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-Lot-Status.
           SELECT LotShipmentFile ASSIGN TO "lotshipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Lot-Ship-Status.
           SELECT BillOfMaterialFile ASSIGN TO "billofmaterial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-Bom-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       FD PackingSlipFile.
       01 PACKING-SLIP-LINE       PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       FD ShipmentFile.
       COPY "Shipment.cpy".

       FD FreightRateFile.
       COPY "FreightRate.cpy".

       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       FD ItemLotFile.
       COPY "ItemLot.cpy".

       FD LotShipmentFile.
       COPY "LotShipment.cpy".

       FD BillOfMaterialFile.
       COPY "BillOfMaterial.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Order-Status     PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Order-Table.
           02 WS-Ord-Count PIC 9(4) VALUE 0.
           02 WS-Ord-Entry OCCURS 2000 TIMES.
             03 WS-Ord-Image PIC X(70).
       01 WS-Sub              PIC 9(4).
       01 WS-ORDER-NUMBER     PIC 9(6).
       01 WS-SHIPPED-QTY      PIC 9(5).
       01 WS-LINES-TOUCHED    PIC 9(3).
       01 WS-CHANGED          PIC X VALUE "N".

       01 WS-Customer-Status  PIC XX.
       01 WS-ShipTo-Status    PIC XX.
       01 WS-Slip-Status      PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Customer-Open    PIC X VALUE "N".
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-Slip-Open        PIC X VALUE "N".
       01 WS-Slip-Table.
           02 WS-Slip-Count PIC 99 VALUE 0.
           02 WS-Slip-Entry OCCURS 50 TIMES.
             03 WS-Slip-Product  PIC 9(5).
             03 WS-Slip-Ordered  PIC 9(5).
             03 WS-Slip-Shipped  PIC 9(5).
       01 WS-Slip-Sub         PIC 99.
       01 WS-Slip-Found       PIC X.
       01 WS-SLIP-LIMIT       PIC 9(4).
       01 WS-SLIP-CUSTOMER    PIC 9(5).
       01 WS-SLIP-SHIP-TO     PIC 9(3).
       01 WS-SLIP-TOTAL       PIC 9(7).
       01 WS-SLIP-PRINTED     PIC 9(5) VALUE 0.
       01 WS-LINE-ORDERED     PIC 9(5).
       01 WS-LINE-SHIPPED     PIC 9(5).
       01 WS-BACKORDER-QTY    PIC 9(5).
       01 WS-BACKORDER-TOTAL  PIC 9(7).
       01 WS-SHIP-DATE        PIC 9(8).
       01 WS-PRINT-LINE       PIC X(80).
       01 WS-ORDERED-EDIT     PIC ZZ,ZZ9.
       01 WS-SHIPPED-EDIT     PIC ZZ,ZZ9.
       01 WS-BACKORDER-EDIT   PIC ZZ,ZZ9.
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "PACKING SLIPS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "packslips.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "packslips.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Shipment-Status  PIC XX.
       01 WS-Shipment-Open    PIC X VALUE "N".
       01 WS-Rate-Status      PIC XX.
       01 WS-Rate-Eof         PIC X VALUE "N".
       01 WS-Zone-Table.
           02 WS-Zone-Count PIC 99 VALUE 0.
           02 WS-Zone-Entry OCCURS 60 TIMES.
             03 WS-Zone-State  PIC XX.
             03 WS-Zone-Number PIC 9.
       01 WS-Zone-Sub         PIC 99.
       01 WS-Rate-Table.
           02 WS-Rate-Count PIC 9(3) VALUE 0.
           02 WS-Rate-Entry OCCURS 200 TIMES.
             03 WS-Rate-Zone   PIC 9.
             03 WS-Rate-Weight PIC 9(5)V9.
             03 WS-Rate-Amount PIC 9(5)V99.
       01 WS-Rate-Sub         PIC 9(3).
       01 WS-Rate-Found       PIC 9(3).
       01 WS-TABLE-FREIGHT    PIC 9(5)V99.
       01 WS-KEYED-AMOUNT     PIC 9(5)V99.
       01 WS-SHIPMENT-COUNT   PIC 9(5) VALUE 0.

       01 WS-Location-Status  PIC XX.
       01 WS-Location-Open    PIC X VALUE "N".
       01 WS-LOCATED          PIC X.
       01 WS-SHIP-WAREHOUSE   PIC X(2) VALUE SPACES.

       01 WS-Lot-Status       PIC XX.
       01 WS-Lot-Ship-Status  PIC XX.
       01 WS-Lot-Open         PIC X VALUE "N".
       01 WS-Lot-Eof          PIC X.
       01 WS-Alloc-Table.
           02 WS-Alloc-Count PIC 99 VALUE 0.
           02 WS-Alloc-Entry OCCURS 20 TIMES.
             03 WS-Alloc-Lot    PIC X(15).
             03 WS-Alloc-Qty    PIC 9(5).
             03 WS-Alloc-Expiry PIC 9(8).
       01 WS-Alloc-Sub        PIC 99.
       01 WS-ALLOC-TOTAL      PIC 9(5).
       01 WS-ALLOC-NEEDED     PIC 9(5).
       01 WS-ALLOC-CANCEL     PIC X.
       01 WS-ALLOC-LOOKUP     PIC X(15).
       01 WS-LOT-TAKEN        PIC 9(7).
       01 WS-LOT-AVAILABLE    PIC 9(7).
       01 WS-LOT-ENTRY        PIC X(15).
       01 WS-LOT-QTY          PIC 9(5).
       01 WS-LOT-DEFAULT      PIC 9(5).
       01 WS-LOT-WAREHOUSE    PIC X(2).
       01 WS-SORT-EXPIRY      PIC 9(8).
       01 WS-SUGGEST-FOUND    PIC X.
       01 WS-SUGGEST-LOT      PIC X(15).
       01 WS-SUGGEST-EXPIRY   PIC 9(8).
       01 WS-SUGGEST-SORT     PIC 9(8).
       01 WS-SUGGEST-AVAILABLE PIC 9(7).

       01 WS-Bom-Status       PIC XX.
       01 WS-Bom-Open         PIC X VALUE "N".
       01 WS-Bom-Eof          PIC X.
       01 WS-KIT-SHIPPED      PIC X.
       01 WS-KIT-COST         PIC 9(7)V99.
       01 WS-Comp-Table.
           02 WS-Comp-Count PIC 99 VALUE 0.
           02 WS-Comp-Entry OCCURS 50 TIMES.
             03 WS-Comp-Product  PIC 9(5).
             03 WS-Comp-Qty-Per  PIC 9(5).
             03 WS-Comp-Required PIC 9(7).
             03 WS-Comp-Located  PIC X.
       01 WS-Comp-Sub         PIC 99.

       01 WS-Program-Name      PIC X(20) VALUE "SHIP-CONFIRM".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
                       WS-Product-Status
                   GOBACK
               END-IF
               ACCEPT WS-SHIP-DATE FROM DATE YYYYMMDD
               OPEN INPUT CustomerFile
               IF WS-Customer-Status = "00"
                   MOVE "Y" TO WS-Customer-Open
               END-IF
               OPEN INPUT ShipToFile
               IF WS-ShipTo-Status = "00"
                   MOVE "Y" TO WS-ShipTo-Open
               END-IF
               OPEN OUTPUT PackingSlipFile
               IF WS-Slip-Status = "00"
                   MOVE "Y" TO WS-Slip-Open
                   PERFORM OPEN-CSV-EXPORT
                   STRING "ORDER,SHIP DATE,SHIP TO,CITY,STATE,CARRIER"
                       ",TRACKING,PRODUCT,DESCRIPTION,ORDERED,SHIPPED"
                       ",BACKORDERED"
                       DELIMITED BY SIZE INTO EX-ROW
                   PERFORM WRITE-CSV-ROW
               ELSE
                   DISPLAY "Unable to open packing slip file: status "
                       WS-Slip-Status " - NO PACKING SLIPS PRINTED"
               END-IF
               OPEN I-O ItemLocationFile
               IF WS-Location-Status = "00"
                   MOVE "Y" TO WS-Location-Open
               END-IF
               OPEN I-O ItemLotFile
               IF WS-Lot-Status = "00"
                   MOVE "Y" TO WS-Lot-Open
                   OPEN EXTEND LotShipmentFile
                   IF WS-Lot-Ship-Status = "05"
                           OR WS-Lot-Ship-Status = "35"
                       OPEN OUTPUT LotShipmentFile
                   END-IF
               END-IF
               OPEN INPUT BillOfMaterialFile
               IF WS-Bom-Status = "00"
                   MOVE "Y" TO WS-Bom-Open
               END-IF
               PERFORM LOAD-FREIGHT-RATES
               OPEN EXTEND ShipmentFile
               IF WS-Shipment-Status = "05"
                       OR WS-Shipment-Status = "35"
                   OPEN OUTPUT ShipmentFile
               END-IF
               IF WS-Shipment-Status = "00"
                   MOVE "Y" TO WS-Shipment-Open
               ELSE
                   DISPLAY "Unable to open shipment file: status "
                       WS-Shipment-Status " - FREIGHT NOT RECORDED"
               END-IF
           END-IF.

           PERFORM UNTIL WS-End = "N"

           IF MODE-SHIP
               CLOSE ProductMasterFile
               IF WS-Customer-Open = "Y"
                   CLOSE CustomerFile
               END-IF
               IF WS-ShipTo-Open = "Y"
                   CLOSE ShipToFile
               END-IF
               IF WS-Location-Open = "Y"
                   CLOSE ItemLocationFile
               END-IF
               IF WS-Lot-Open = "Y"
                   CLOSE ItemLotFile
                   CLOSE LotShipmentFile
               END-IF
               IF WS-Bom-Open = "Y"
                   CLOSE BillOfMaterialFile
               END-IF
               IF WS-Shipment-Open = "Y"
                   CLOSE ShipmentFile
                   DISPLAY "SHIPMENTS RECORDED: " WS-SHIPMENT-COUNT
               END-IF
               IF WS-Slip-Open = "Y"
                   CLOSE PackingSlipFile
                   PERFORM CLOSE-CSV-EXPORT
                   IF WS-SLIP-PRINTED > 0
                       DISPLAY "PACKING SLIPS PRINTED: " WS-SLIP-PRINTED
                           " TO packslips.prt"
                       COMPUTE WS-SPOOL-PAGES =
                           (WS-REPORT-LINES + 59) / 60
                       CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                           WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
                           WS-SPOOL-LEVEL WS-SPOOL-CSV
                       DISPLAY "OUTPUT REGISTERED ON THE PRINT SPOOL "
                           "CATALOG."
                   END-IF
               END-IF
           END-IF.

           IF WS-CHANGED = "Y"
           DISPLAY "ENTER ORDER NUMBER: ".
           ACCEPT WS-ORDER-NUMBER.
           MOVE 0 TO WS-LINES-TOUCHED.
           MOVE 0 TO WS-Slip-Count.
           MOVE 0 TO WS-SLIP-TOTAL.
           MOVE WS-Ord-Count TO WS-SLIP-LIMIT.
           IF MODE-SHIP AND WS-Location-Open = "Y"
               DISPLAY "ENTER SHIP FROM WAREHOUSE: "
               ACCEPT WS-SHIP-WAREHOUSE
           END-IF.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Ord-Count
               MOVE WS-Ord-Image(WS-Sub) TO ORDER-RECORD
                   IF MODE-SHIP
                           AND (OR-ORDER-STATUS = "P"
                               OR OR-ORDER-STATUS = "O")
                       MOVE OR-CUSTOMER-ID TO WS-SLIP-CUSTOMER
                       MOVE OR-SHIP-TO-NUMBER TO WS-SLIP-SHIP-TO
                       PERFORM SHIP-ONE-LINE
                   END-IF
               END-IF
               DISPLAY WS-LINES-TOUCHED " LINE(S) PROCESSED FOR "
                   "ORDER " WS-ORDER-NUMBER
           END-IF.
           IF MODE-SHIP AND WS-SLIP-TOTAL > 0
               PERFORM LOOKUP-SHIP-ADDRESS
               PERFORM CAPTURE-SHIPMENT
               IF WS-Slip-Open = "Y"
                   PERFORM PRINT-PACKING-SLIP
               END-IF
           END-IF.

       SHIP-ONE-LINE.
           MOVE OR-QUANTITY TO WS-LINE-ORDERED.
           MOVE 0 TO WS-LINE-SHIPPED.
           DISPLAY "PRODUCT " OR-PRODUCT-NUMBER " ORDERED "
               OR-QUANTITY " - ENTER SHIPPED QUANTITY: ".
           ACCEPT WS-SHIPPED-QTY.
                   MOVE ORDER-RECORD TO WS-Ord-Image(WS-Sub)
                   MOVE "Y" TO WS-CHANGED
                   ADD 1 TO WS-LINES-TOUCHED
                   MOVE WS-SHIPPED-QTY TO WS-LINE-SHIPPED
                   IF WS-REMAINDER-QTY > 0
                       PERFORM ADD-REMAINDER-LINE
                   END-IF
               END-IF
           END-IF END-IF.
           PERFORM RECORD-SLIP-LINE.

       RECORD-SLIP-LINE.
           MOVE "N" TO WS-Slip-Found.
           IF WS-Sub > WS-SLIP-LIMIT
               PERFORM VARYING WS-Slip-Sub FROM 1 BY 1
                       UNTIL WS-Slip-Sub > WS-Slip-Count
                   IF WS-Slip-Product(WS-Slip-Sub) = OR-PRODUCT-NUMBER
                       ADD WS-LINE-SHIPPED
                           TO WS-Slip-Shipped(WS-Slip-Sub)
                       MOVE "Y" TO WS-Slip-Found
                       MOVE WS-Slip-Count TO WS-Slip-Sub
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-Slip-Found = "N" AND WS-Slip-Count < 50
               ADD 1 TO WS-Slip-Count
               MOVE OR-PRODUCT-NUMBER
                   TO WS-Slip-Product(WS-Slip-Count)
               MOVE WS-LINE-ORDERED TO WS-Slip-Ordered(WS-Slip-Count)
               MOVE WS-LINE-SHIPPED TO WS-Slip-Shipped(WS-Slip-Count)
           END-IF.
           ADD WS-LINE-SHIPPED TO WS-SLIP-TOTAL.

       RELIEVE-STOCK.
           MOVE 0 TO WS-Alloc-Count.
           MOVE "N" TO WS-KIT-SHIPPED.
           MOVE OR-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                       " NOT ON MASTER - LINE SKIPPED"
                   MOVE "23" TO WS-Product-Status
               NOT INVALID KEY
                   IF PM-KIT-TYPE = "K"
                       PERFORM RELIEVE-KIT-COMPONENTS
                   ELSE
                   IF WS-SHIPPED-QTY > PM-ON-HAND-QTY
                       DISPLAY "SHIPPED " WS-SHIPPED-QTY
                           " EXCEEDS ON-HAND " PM-ON-HAND-QTY
                           " - LINE SKIPPED"
                       MOVE "99" TO WS-Product-Status
                   ELSE
                       PERFORM CHECK-SHIP-LOCATION
                       IF WS-Product-Status = "00"
                               AND (PM-LOT-CONTROL = "L"
                               OR PM-LOT-CONTROL = "S")
                           PERFORM ALLOCATE-SHIP-LOTS
                       END-IF
                   END-IF
                   END-IF
           END-READ.
           IF WS-Product-Status = "00" AND WS-KIT-SHIPPED = "N"
               SUBTRACT WS-SHIPPED-QTY FROM PM-ON-HAND-QTY
               MOVE PM-UNIT-COST TO OR-UNIT-COST
               ACCEPT PM-WRITE-TIMESTAMP FROM DATE YYYYMMDD
               REWRITE PRODUCT-MASTER-RECORD
               IF WS-LOCATED = "Y"
                   SUBTRACT WS-SHIPPED-QTY FROM IL-ON-HAND-QTY
                   MOVE WS-SHIP-DATE TO IL-WRITE-TIMESTAMP
                   REWRITE ITEM-LOCATION-RECORD
               END-IF
               IF WS-Alloc-Count > 0
                   PERFORM POST-SHIP-LOTS
               END-IF
           END-IF.

       RELIEVE-KIT-COMPONENTS.
           MOVE "Y" TO WS-KIT-SHIPPED.
           PERFORM LOAD-KIT-COMPONENTS.
           IF WS-Comp-Count = 0
               DISPLAY "NO COMPONENTS ON FILE FOR KIT "
                   OR-PRODUCT-NUMBER " - LINE SKIPPED"
               MOVE "99" TO WS-Product-Status
           END-IF.
           PERFORM VARYING WS-Comp-Sub FROM 1 BY 1
                   UNTIL WS-Comp-Sub > WS-Comp-Count
                   OR WS-Product-Status NOT = "00"
               PERFORM CHECK-KIT-COMPONENT
           END-PERFORM.
           IF WS-Product-Status = "00"
               MOVE 0 TO WS-KIT-COST
               PERFORM VARYING WS-Comp-Sub FROM 1 BY 1
                       UNTIL WS-Comp-Sub > WS-Comp-Count
                   PERFORM POST-KIT-COMPONENT
               END-PERFORM
               MOVE WS-KIT-COST TO OR-UNIT-COST
               DISPLAY "KIT " OR-PRODUCT-NUMBER
                   " SHIPPED FROM " WS-Comp-Count " COMPONENTS"
           END-IF.

       LOAD-KIT-COMPONENTS.
           MOVE 0 TO WS-Comp-Count.
           MOVE "Y" TO WS-Bom-Eof.
           IF WS-Bom-Open = "Y"
               MOVE OR-PRODUCT-NUMBER TO BM-PARENT-PRODUCT
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
                       IF BM-PARENT-PRODUCT NOT = OR-PRODUCT-NUMBER
                               OR WS-Comp-Count >= 50
                           MOVE "Y" TO WS-Bom-Eof
                       ELSE
                           ADD 1 TO WS-Comp-Count
                           MOVE BM-COMPONENT-PRODUCT
                               TO WS-Comp-Product(WS-Comp-Count)
                           MOVE BM-QUANTITY-PER
                               TO WS-Comp-Qty-Per(WS-Comp-Count)
                           COMPUTE WS-Comp-Required(WS-Comp-Count) =
                               BM-QUANTITY-PER * WS-SHIPPED-QTY
                           MOVE "N" TO WS-Comp-Located(WS-Comp-Count)
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-KIT-COMPONENT.
           MOVE WS-Comp-Product(WS-Comp-Sub) TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "COMPONENT " PM-PRODUCT-NUMBER
                       " NOT ON MASTER - LINE SKIPPED"
                   MOVE "99" TO WS-Product-Status
               NOT INVALID KEY
                   IF PM-LOT-CONTROL = "L" OR PM-LOT-CONTROL = "S"
                       DISPLAY "COMPONENT " PM-PRODUCT-NUMBER
                           " IS LOT-CONTROLLED - LINE SKIPPED"
                       MOVE "99" TO WS-Product-Status
                   ELSE
                   IF WS-Comp-Required(WS-Comp-Sub) > PM-ON-HAND-QTY
                       DISPLAY "COMPONENT " PM-PRODUCT-NUMBER
                           " NEEDS " WS-Comp-Required(WS-Comp-Sub)
                           " EXCEEDS ON-HAND " PM-ON-HAND-QTY
                           " - LINE SKIPPED"
                       MOVE "99" TO WS-Product-Status
                   ELSE
                       PERFORM CHECK-COMPONENT-LOCATION
                   END-IF
                   END-IF
           END-READ.

       CHECK-COMPONENT-LOCATION.
           IF WS-Location-Open = "Y"
               MOVE PM-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
               MOVE LOW-VALUES TO IL-WAREHOUSE-CODE
               START ItemLocationFile KEY NOT < IL-LOCATION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ItemLocationFile NEXT RECORD
                           NOT AT END
                               IF IL-PRODUCT-NUMBER = PM-PRODUCT-NUMBER
                                   MOVE "Y"
                                     TO WS-Comp-Located(WS-Comp-Sub)
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WS-Comp-Located(WS-Comp-Sub) = "Y"
               MOVE PM-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
               MOVE WS-SHIP-WAREHOUSE TO IL-WAREHOUSE-CODE
               READ ItemLocationFile
                   INVALID KEY
                       DISPLAY "COMPONENT " PM-PRODUCT-NUMBER
                           " NOT STOCKED AT WAREHOUSE "
                           WS-SHIP-WAREHOUSE " - LINE SKIPPED"
                       MOVE "99" TO WS-Product-Status
                   NOT INVALID KEY
                       IF WS-Comp-Required(WS-Comp-Sub)
                               > IL-ON-HAND-QTY
                           DISPLAY "COMPONENT " PM-PRODUCT-NUMBER
                               " EXCEEDS ON-HAND " IL-ON-HAND-QTY
                               " AT WAREHOUSE " WS-SHIP-WAREHOUSE
                               " - LINE SKIPPED"
                           MOVE "99" TO WS-Product-Status
                       END-IF
               END-READ
           END-IF.

       POST-KIT-COMPONENT.
           MOVE WS-Comp-Product(WS-Comp-Sub) TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-Comp-Required(WS-Comp-Sub)
                       FROM PM-ON-HAND-QTY
                   COMPUTE WS-KIT-COST = WS-KIT-COST
                     + (WS-Comp-Qty-Per(WS-Comp-Sub) * PM-UNIT-COST)
                   ACCEPT PM-WRITE-TIMESTAMP FROM DATE YYYYMMDD
                   REWRITE PRODUCT-MASTER-RECORD
           END-READ.
           IF WS-Comp-Located(WS-Comp-Sub) = "Y"
               MOVE WS-Comp-Product(WS-Comp-Sub) TO IL-PRODUCT-NUMBER
               MOVE WS-SHIP-WAREHOUSE TO IL-WAREHOUSE-CODE
               READ ItemLocationFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-Comp-Required(WS-Comp-Sub)
                           FROM IL-ON-HAND-QTY
                       MOVE WS-SHIP-DATE TO IL-WRITE-TIMESTAMP
                       REWRITE ITEM-LOCATION-RECORD
               END-READ
           END-IF.

       ALLOCATE-SHIP-LOTS.
           MOVE 0 TO WS-ALLOC-TOTAL.
           MOVE "N" TO WS-ALLOC-CANCEL.
           MOVE SPACES TO WS-LOT-WAREHOUSE.
           IF WS-LOCATED = "Y"
               MOVE WS-SHIP-WAREHOUSE TO WS-LOT-WAREHOUSE
           END-IF.
           IF WS-Lot-Open NOT = "Y"
               DISPLAY "LOT FILE NOT AVAILABLE - LOT-CONTROLLED "
                   "LINE SKIPPED"
               MOVE "99" TO WS-Product-Status
           ELSE
               PERFORM UNTIL WS-ALLOC-TOTAL = WS-SHIPPED-QTY
                       OR WS-ALLOC-CANCEL = "Y"
                   PERFORM ALLOCATE-ONE-LOT
               END-PERFORM
               IF WS-ALLOC-CANCEL = "Y"
                   DISPLAY "LOT ALLOCATION CANCELLED - LINE SKIPPED"
                   MOVE 0 TO WS-Alloc-Count
                   MOVE "99" TO WS-Product-Status
               END-IF
           END-IF.

       ALLOCATE-ONE-LOT.
           COMPUTE WS-ALLOC-NEEDED = WS-SHIPPED-QTY - WS-ALLOC-TOTAL.
           PERFORM FIND-SUGGESTED-LOT.
           IF WS-SUGGEST-FOUND = "Y"
               DISPLAY "STILL TO ALLOCATE " WS-ALLOC-NEEDED
                   " - SUGGESTED LOT " WS-SUGGEST-LOT
                   " EXPIRES " WS-SUGGEST-EXPIRY
                   " AVAILABLE " WS-SUGGEST-AVAILABLE
           ELSE
               DISPLAY "STILL TO ALLOCATE " WS-ALLOC-NEEDED
                   " - NO UNEXPIRED LOT AVAILABLE"
           END-IF.
           DISPLAY "ENTER LOT/SERIAL SHIPPED (BLANK = SUGGESTED, "
               "* = CANCEL LINE): ".
           MOVE SPACES TO WS-LOT-ENTRY.
           ACCEPT WS-LOT-ENTRY.
           IF WS-LOT-ENTRY = "*"
               MOVE "Y" TO WS-ALLOC-CANCEL
           ELSE
           IF WS-LOT-ENTRY = SPACES AND WS-SUGGEST-FOUND = "N"
               DISPLAY "NO SUGGESTION AVAILABLE - ENTER A LOT OR "
                   "SERIAL NUMBER"
           ELSE
               IF WS-LOT-ENTRY = SPACES
                   MOVE WS-SUGGEST-LOT TO WS-LOT-ENTRY
               END-IF
               PERFORM TAKE-SHIP-LOT
           END-IF
           END-IF.

       TAKE-SHIP-LOT.
           MOVE OR-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-LOT-WAREHOUSE  TO LT-WAREHOUSE-CODE.
           MOVE WS-LOT-ENTRY      TO LT-LOT-NUMBER.
           READ ItemLotFile
               INVALID KEY
                   DISPLAY "LOT " WS-LOT-ENTRY " NOT ON FILE FOR "
                       "PRODUCT " OR-PRODUCT-NUMBER
               NOT INVALID KEY
                   MOVE WS-LOT-ENTRY TO WS-ALLOC-LOOKUP
                   PERFORM FIND-ALLOCATED-QTY
                   COMPUTE WS-LOT-AVAILABLE =
                       LT-ON-HAND-QTY - WS-LOT-TAKEN
                   IF LT-EXPIRY-DATE NOT = ZERO
                           AND LT-EXPIRY-DATE < WS-SHIP-DATE
                       DISPLAY "LOT " WS-LOT-ENTRY " EXPIRED ON "
                           LT-EXPIRY-DATE " - NOT SHIPPED"
                   ELSE
                   IF WS-LOT-AVAILABLE = 0
                       DISPLAY "NO STOCK LEFT IN LOT " WS-LOT-ENTRY
                   ELSE
                   IF WS-Alloc-Count >= 20
                       DISPLAY "MORE THAN 20 LOTS ON ONE LINE"
                       MOVE "Y" TO WS-ALLOC-CANCEL
                   ELSE
                       PERFORM ACCEPT-LOT-QUANTITY
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       ACCEPT-LOT-QUANTITY.
           IF PM-LOT-CONTROL = "S"
               MOVE 1 TO WS-LOT-QTY
           ELSE
               MOVE WS-ALLOC-NEEDED TO WS-LOT-DEFAULT
               IF WS-LOT-DEFAULT > WS-LOT-AVAILABLE
                   MOVE WS-LOT-AVAILABLE TO WS-LOT-DEFAULT
               END-IF
               DISPLAY "ENTER QUANTITY FROM LOT (0 = "
                   WS-LOT-DEFAULT "): "
               ACCEPT WS-LOT-QTY
               IF WS-LOT-QTY = 0
                   MOVE WS-LOT-DEFAULT TO WS-LOT-QTY
               END-IF
               IF WS-LOT-QTY > WS-ALLOC-NEEDED
                       OR WS-LOT-QTY > WS-LOT-AVAILABLE
                   DISPLAY "QUANTITY NOT AVAILABLE FROM LOT "
                       WS-LOT-ENTRY
                   MOVE 0 TO WS-LOT-QTY
               END-IF
           END-IF.
           IF WS-LOT-QTY > 0
               ADD 1 TO WS-Alloc-Count
               MOVE WS-LOT-ENTRY TO WS-Alloc-Lot(WS-Alloc-Count)
               MOVE WS-LOT-QTY   TO WS-Alloc-Qty(WS-Alloc-Count)
               MOVE LT-EXPIRY-DATE
                   TO WS-Alloc-Expiry(WS-Alloc-Count)
               ADD WS-LOT-QTY TO WS-ALLOC-TOTAL
           END-IF.

       FIND-ALLOCATED-QTY.
           MOVE 0 TO WS-LOT-TAKEN.
           PERFORM VARYING WS-Alloc-Sub FROM 1 BY 1
                   UNTIL WS-Alloc-Sub > WS-Alloc-Count
               IF WS-Alloc-Lot(WS-Alloc-Sub) = WS-ALLOC-LOOKUP
                   ADD WS-Alloc-Qty(WS-Alloc-Sub) TO WS-LOT-TAKEN
               END-IF
           END-PERFORM.

       FIND-SUGGESTED-LOT.
           MOVE "N" TO WS-SUGGEST-FOUND.
           MOVE 99999999 TO WS-SUGGEST-SORT.
           MOVE OR-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-LOT-WAREHOUSE  TO LT-WAREHOUSE-CODE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           MOVE "N" TO WS-Lot-Eof.
           START ItemLotFile KEY NOT < LT-LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Lot-Eof
           END-START.
           PERFORM UNTIL WS-Lot-Eof = "Y"
               READ ItemLotFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Lot-Eof
                   NOT AT END
                       IF LT-PRODUCT-NUMBER NOT = OR-PRODUCT-NUMBER
                               OR LT-WAREHOUSE-CODE
                                   NOT = WS-LOT-WAREHOUSE
                           MOVE "Y" TO WS-Lot-Eof
                       ELSE
                           PERFORM CONSIDER-SUGGESTED-LOT
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-SUGGESTED-LOT.
           MOVE LT-EXPIRY-DATE TO WS-SORT-EXPIRY.
           IF WS-SORT-EXPIRY = ZERO
               MOVE 99999999 TO WS-SORT-EXPIRY
           END-IF.
           MOVE LT-LOT-NUMBER TO WS-ALLOC-LOOKUP.
           PERFORM FIND-ALLOCATED-QTY.
           IF LT-ON-HAND-QTY > WS-LOT-TAKEN
                   AND WS-SORT-EXPIRY NOT < WS-SHIP-DATE
                   AND (WS-SUGGEST-FOUND = "N"
                   OR WS-SORT-EXPIRY < WS-SUGGEST-SORT)
               MOVE "Y" TO WS-SUGGEST-FOUND
               MOVE LT-LOT-NUMBER TO WS-SUGGEST-LOT
               MOVE LT-EXPIRY-DATE TO WS-SUGGEST-EXPIRY
               MOVE WS-SORT-EXPIRY TO WS-SUGGEST-SORT
               COMPUTE WS-SUGGEST-AVAILABLE =
                   LT-ON-HAND-QTY - WS-LOT-TAKEN
           END-IF.

       POST-SHIP-LOTS.
           PERFORM VARYING WS-Alloc-Sub FROM 1 BY 1
                   UNTIL WS-Alloc-Sub > WS-Alloc-Count
               MOVE OR-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER
               MOVE WS-LOT-WAREHOUSE  TO LT-WAREHOUSE-CODE
               MOVE WS-Alloc-Lot(WS-Alloc-Sub) TO LT-LOT-NUMBER
               READ ItemLotFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-Alloc-Qty(WS-Alloc-Sub)
                           FROM LT-ON-HAND-QTY
                       REWRITE ITEM-LOT-RECORD
               END-READ
               MOVE WS-Alloc-Lot(WS-Alloc-Sub) TO LS-LOT-NUMBER
               MOVE OR-PRODUCT-NUMBER   TO LS-PRODUCT-NUMBER
               MOVE WS-LOT-WAREHOUSE    TO LS-WAREHOUSE-CODE
               MOVE "S"                 TO LS-MOVEMENT-TYPE
               MOVE OR-ORDER-NUMBER     TO LS-ORDER-NUMBER
               MOVE OR-CUSTOMER-ID      TO LS-CUSTOMER-ID
               MOVE OR-SHIP-TO-NUMBER   TO LS-SHIP-TO-NUMBER
               MOVE WS-SHIP-DATE        TO LS-SHIP-DATE
               MOVE WS-Alloc-Qty(WS-Alloc-Sub) TO LS-QUANTITY
               MOVE WS-Alloc-Expiry(WS-Alloc-Sub) TO LS-EXPIRY-DATE
               MOVE ZERO                TO LS-INVOICE-NUMBER
               WRITE LOT-SHIPMENT-RECORD
               DISPLAY "  LOT " WS-Alloc-Lot(WS-Alloc-Sub)
                   " QTY " WS-Alloc-Qty(WS-Alloc-Sub)
           END-PERFORM.

       CHECK-SHIP-LOCATION.
           MOVE "00" TO WS-Product-Status.
           MOVE "N" TO WS-LOCATED.
           IF WS-Location-Open = "Y"
               MOVE OR-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
               MOVE LOW-VALUES TO IL-WAREHOUSE-CODE
               START ItemLocationFile KEY NOT < IL-LOCATION-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ItemLocationFile NEXT RECORD
                           NOT AT END
                               IF IL-PRODUCT-NUMBER = OR-PRODUCT-NUMBER
                                   MOVE "Y" TO WS-LOCATED
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WS-LOCATED = "Y"
               MOVE OR-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
               MOVE WS-SHIP-WAREHOUSE TO IL-WAREHOUSE-CODE
               READ ItemLocationFile
                   INVALID KEY
                       DISPLAY "PRODUCT " OR-PRODUCT-NUMBER
                           " NOT STOCKED AT WAREHOUSE "
                           WS-SHIP-WAREHOUSE " - LINE SKIPPED"
                       MOVE "99" TO WS-Product-Status
                   NOT INVALID KEY
                       IF WS-SHIPPED-QTY > IL-ON-HAND-QTY
                           DISPLAY "SHIPPED " WS-SHIPPED-QTY
                               " EXCEEDS ON-HAND " IL-ON-HAND-QTY
                               " AT WAREHOUSE " WS-SHIP-WAREHOUSE
                               " - LINE SKIPPED"
                           MOVE "99" TO WS-Product-Status
                       END-IF
               END-READ
           END-IF.

       ADD-REMAINDER-LINE.
           IF WS-Ord-Count >= 2000
               DISPLAY "ORDER TABLE FULL - REMAINDER OF "
           ELSE
               MOVE WS-REMAINDER-QTY TO OR-QUANTITY
               MOVE ZERO TO OR-SHIPPED-QTY
               MOVE ZERO TO OR-UNIT-COST
               MOVE "O" TO OR-ORDER-STATUS
               ADD 1 TO WS-Ord-Count
               MOVE ORDER-RECORD TO WS-Ord-Image(WS-Ord-Count)
                   " LEFT OPEN FOR PRODUCT " OR-PRODUCT-NUMBER
           END-IF.

       LOOKUP-SHIP-ADDRESS.
           MOVE SPACES TO CustomerName CustomerStreet CustomerCity
               CustomerState CustomerPostalCode.
           IF WS-Customer-Open = "Y"
               MOVE WS-SLIP-CUSTOMER TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO CustomerName
               END-READ
           END-IF.
           MOVE CustomerName       TO ShipToName.
           MOVE CustomerStreet     TO ShipToStreet.
           MOVE CustomerCity       TO ShipToCity.
           MOVE CustomerState      TO ShipToState.
           MOVE CustomerPostalCode TO ShipToPostalCode.
           IF WS-SLIP-SHIP-TO NOT = ZERO AND WS-ShipTo-Open = "Y"
               MOVE WS-SLIP-CUSTOMER TO ShipToCustomerID
               MOVE WS-SLIP-SHIP-TO  TO ShipToNumber
               READ ShipToFile
                   INVALID KEY
                       MOVE CustomerName   TO ShipToName
                       MOVE CustomerStreet TO ShipToStreet
                       MOVE CustomerCity   TO ShipToCity
                       MOVE CustomerState  TO ShipToState
                       MOVE CustomerPostalCode TO ShipToPostalCode
               END-READ
           END-IF.

       CAPTURE-SHIPMENT.
           MOVE SPACES TO SHIPMENT-RECORD.
           MOVE WS-ORDER-NUMBER  TO SM-ORDER-NUMBER.
           MOVE WS-SLIP-CUSTOMER TO SM-CUSTOMER-ID.
           MOVE WS-SHIP-DATE     TO SM-SHIP-DATE.
           DISPLAY "ENTER CARRIER: ".
           ACCEPT SM-CARRIER.
           DISPLAY "ENTER TRACKING NUMBER: ".
           ACCEPT SM-TRACKING-NUMBER.
           DISPLAY "ENTER PACKAGE WEIGHT (LBS 99999.9): ".
           ACCEPT SM-WEIGHT.

           MOVE 0 TO SM-ZONE.
           PERFORM VARYING WS-Zone-Sub FROM 1 BY 1
                   UNTIL WS-Zone-Sub > WS-Zone-Count
               IF WS-Zone-State(WS-Zone-Sub) = ShipToState
                   MOVE WS-Zone-Number(WS-Zone-Sub) TO SM-ZONE
                   MOVE WS-Zone-Count TO WS-Zone-Sub
               END-IF
           END-PERFORM.
           IF SM-ZONE = 0
               DISPLAY "NO FREIGHT ZONE FOR STATE " ShipToState
                   " - ENTER ZONE (0 = NONE): "
               ACCEPT SM-ZONE
           END-IF.

           MOVE 0 TO WS-Rate-Found.
           PERFORM VARYING WS-Rate-Sub FROM 1 BY 1
                   UNTIL WS-Rate-Sub > WS-Rate-Count
               IF WS-Rate-Zone(WS-Rate-Sub) = SM-ZONE
                       AND WS-Rate-Weight(WS-Rate-Sub) >= SM-WEIGHT
                   IF WS-Rate-Found = 0
                       MOVE WS-Rate-Sub TO WS-Rate-Found
                   ELSE
                   IF WS-Rate-Weight(WS-Rate-Sub)
                           < WS-Rate-Weight(WS-Rate-Found)
                       MOVE WS-Rate-Sub TO WS-Rate-Found
                   END-IF END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TABLE-FREIGHT.
           IF WS-Rate-Found > 0
               MOVE WS-Rate-Amount(WS-Rate-Found) TO WS-TABLE-FREIGHT
               DISPLAY "RATE TABLE FREIGHT ZONE " SM-ZONE ": "
                   WS-TABLE-FREIGHT
           ELSE
               DISPLAY "NO RATE ON FILE FOR ZONE " SM-ZONE
                   " AT " SM-WEIGHT " LBS"
           END-IF.

           DISPLAY "FREIGHT CHARGE (T=RATE TABLE, K=KEY IN, "
               "N=NO CHARGE): ".
           ACCEPT SM-RATE-SOURCE.
           IF SM-RATE-SOURCE = "T" AND WS-Rate-Found = 0
               DISPLAY "NO TABLE RATE - FREIGHT CHARGE MUST BE KEYED"
               MOVE "K" TO SM-RATE-SOURCE
           END-IF.
           EVALUATE SM-RATE-SOURCE
               WHEN "T"
                   MOVE WS-TABLE-FREIGHT TO SM-FREIGHT-CHARGE
               WHEN "N"
                   MOVE 0 TO SM-FREIGHT-CHARGE
               WHEN OTHER
                   MOVE "K" TO SM-RATE-SOURCE
                   DISPLAY "ENTER FREIGHT CHARGE TO BILL (99999.99): "
                   ACCEPT SM-FREIGHT-CHARGE
           END-EVALUATE.
           DISPLAY "ENTER CARRIER FREIGHT COST (0 = RATE TABLE): ".
           ACCEPT WS-KEYED-AMOUNT.
           IF WS-KEYED-AMOUNT > 0
               MOVE WS-KEYED-AMOUNT TO SM-FREIGHT-COST
           ELSE
               MOVE WS-TABLE-FREIGHT TO SM-FREIGHT-COST
           END-IF.
           MOVE "N" TO SM-BILLED.
           MOVE 0 TO SM-INVOICE-NUMBER.

           IF WS-Shipment-Open = "Y"
               WRITE SHIPMENT-RECORD
               ADD 1 TO WS-SHIPMENT-COUNT
               ADD 1 TO WS-Written-Count
               DISPLAY "SHIPMENT RECORDED - FREIGHT CHARGE "
                   SM-FREIGHT-CHARGE " COST " SM-FREIGHT-COST
           END-IF.

       LOAD-FREIGHT-RATES.
           OPEN INPUT FreightRateFile.
           IF WS-Rate-Status NOT = "00"
               DISPLAY "FREIGHT RATE TABLE NOT FOUND - "
                   "FREIGHT MUST BE KEYED"
           ELSE
               PERFORM UNTIL WS-Rate-Eof = "Y"
                   READ FreightRateFile
                       AT END
                           MOVE "Y" TO WS-Rate-Eof
                       NOT AT END
                           IF FR-RECORD-TYPE = "Z"
                                   AND WS-Zone-Count < 60
                               ADD 1 TO WS-Zone-Count
                               MOVE FZ-STATE-CODE
                                   TO WS-Zone-State(WS-Zone-Count)
                               MOVE FZ-ZONE
                                   TO WS-Zone-Number(WS-Zone-Count)
                           END-IF
                           IF FR-RECORD-TYPE = "R"
                                   AND WS-Rate-Count < 200
                               ADD 1 TO WS-Rate-Count
                               MOVE FR-ZONE
                                   TO WS-Rate-Zone(WS-Rate-Count)
                               MOVE FR-MAX-WEIGHT
                                   TO WS-Rate-Weight(WS-Rate-Count)
                               MOVE FR-RATE
                                   TO WS-Rate-Amount(WS-Rate-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FreightRateFile
           END-IF.

       PRINT-PACKING-SLIP.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-SLIP-LINE.
           IF WS-ENV-MODE = "T"
               MOVE "*** TRAINING - NOT A LIVE PACKING SLIP ***"
                   TO WS-PRINT-LINE
               PERFORM WRITE-SLIP-LINE
           END-IF.
           STRING "PACKING SLIP  ORDER " WS-ORDER-NUMBER
               "  SHIPPED " WS-SHIP-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SLIP-LINE.
           STRING "SHIP TO: " ShipToName
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SLIP-LINE.
           STRING "         " ShipToStreet
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SLIP-LINE.
           STRING "         " ShipToCity " " ShipToState " "
               ShipToPostalCode DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SLIP-LINE.
           STRING "CARRIER: " SM-CARRIER "  TRACKING: "
               SM-TRACKING-NUMBER DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SLIP-LINE.
           MOVE "PRODUCT DESCRIPTION" TO WS-PRINT-LINE.
           MOVE "ORDERED SHIPPED BACKORD" TO WS-PRINT-LINE(39:23).
           PERFORM WRITE-SLIP-LINE.

           MOVE 0 TO WS-BACKORDER-TOTAL.
           PERFORM VARYING WS-Slip-Sub FROM 1 BY 1
                   UNTIL WS-Slip-Sub > WS-Slip-Count
               MOVE WS-Slip-Product(WS-Slip-Sub) TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       MOVE "DESCRIPTION UNAVAILABLE" TO PM-DESCRIPTION
               END-READ
               COMPUTE WS-BACKORDER-QTY =
                   WS-Slip-Ordered(WS-Slip-Sub)
                 - WS-Slip-Shipped(WS-Slip-Sub)
               ADD WS-BACKORDER-QTY TO WS-BACKORDER-TOTAL
               MOVE WS-Slip-Ordered(WS-Slip-Sub) TO WS-ORDERED-EDIT
               MOVE WS-Slip-Shipped(WS-Slip-Sub) TO WS-SHIPPED-EDIT
               MOVE WS-BACKORDER-QTY TO WS-BACKORDER-EDIT
               STRING WS-Slip-Product(WS-Slip-Sub) "   "
                   PM-DESCRIPTION " " WS-ORDERED-EDIT "  "
                   WS-SHIPPED-EDIT "  " WS-BACKORDER-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-SLIP-LINE
               MOVE WS-ORDER-NUMBER              TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-SHIP-DATE                 TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE ShipToName                   TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE ShipToCity                   TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE ShipToState                  TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE SM-CARRIER                   TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE SM-TRACKING-NUMBER           TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-Slip-Product(WS-Slip-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE PM-DESCRIPTION               TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-Slip-Ordered(WS-Slip-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-Slip-Shipped(WS-Slip-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-BACKORDER-QTY             TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               PERFORM WRITE-CSV-ROW
           END-PERFORM.
           IF WS-BACKORDER-TOTAL > 0
               MOVE "BACKORDERED ITEMS REMAIN OPEN AND WILL SHIP WHEN "
                   TO WS-PRINT-LINE
               MOVE "AVAILABLE" TO WS-PRINT-LINE(51:9)
               PERFORM WRITE-SLIP-LINE
           END-IF.
           ADD 1 TO WS-SLIP-PRINTED.

       WRITE-SLIP-LINE.
           MOVE WS-PRINT-LINE TO PACKING-SLIP-LINE.
           WRITE PACKING-SLIP-LINE.
           ADD 1 TO WS-REPORT-LINES.
           DISPLAY WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.

       REWRITE-ORDERS.
           OPEN OUTPUT OrderFile.
           IF WS-Order-Status NOT = "00"
               CLOSE OrderFile
               DISPLAY "ORDER FILE UPDATED."
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
