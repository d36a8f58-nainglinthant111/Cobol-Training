           SELECT PurchaseOrderFile ASSIGN TO "purchaseorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-Status.
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
           SELECT BillOfMaterialFile ASSIGN TO "billofmaterial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-Bom-Status.

       DATA DIVISION.
       FILE SECTION.
           02 IM-PRODUCT-NUMBER   PIC 9(5).
           02 IM-QUANTITY         PIC 9(7).
           02 IM-UNIT-COST        PIC 9(5)V99.
           02 IM-WAREHOUSE-CODE   PIC X(2).
           02 IM-TO-WAREHOUSE     PIC X(2).
           02 IM-LOT-NUMBER       PIC X(15).
           02 IM-EXPIRY-DATE      PIC 9(8).
           02 IM-UOM              PIC X(2).

       FD InvJournalFile.
       01 INV-JOURNAL-RECORD.
           02 IJ-OPERATOR-ID      PIC X(10).
           02 IJ-UNIT-COST        PIC 9(5)V99.
           02 IJ-EXTENDED-COST    PIC 9(9)V99.
           02 IJ-WAREHOUSE-CODE   PIC X(2).
           02 IJ-TO-WAREHOUSE     PIC X(2).
           02 IJ-LOT-NUMBER       PIC X(15).
           02 IJ-PO-NUMBER        PIC 9(6).

       FD BackorderFile.
       COPY "Backorder.cpy".
       FD PurchaseOrderFile.
       COPY "PurchaseOrder.cpy".

       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       FD ItemLotFile.
       COPY "ItemLot.cpy".

       FD BillOfMaterialFile.
       COPY "BillOfMaterial.cpy".

       WORKING-STORAGE SECTION.
       01 WS-File-Status      PIC XX.
       01 WS-Movement-Status  PIC XX.
       01 WS-EXTENDED-COST    PIC 9(9)V99.
       01 WS-POST-DATE        PIC 9(8).
       01 WS-POSTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-ENTRY-UOM        PIC X(2).
       01 WS-UOM-FACTOR       PIC 9(5).
       01 WS-UOM-FOUND        PIC X.
       01 WS-REJECT-COUNT     PIC 9(5) VALUE 0.

       01 WS-Location-Status  PIC XX.
       01 WS-LOCATIONS-OPEN   PIC X VALUE "N".
       01 WS-WAREHOUSE-CODE   PIC X(2).
       01 WS-TO-WAREHOUSE     PIC X(2).
       01 WS-LOCATED          PIC X.
       01 WS-LOCATION-OK      PIC X.
       01 WS-LOC-WAREHOUSE    PIC X(2).
       01 WS-ON-HAND-CHANGE   PIC S9(7).
       01 WS-IN-TRANSIT-CHANGE PIC S9(7).

       01 WS-Lot-Status       PIC XX.
       01 WS-LOTS-OPEN        PIC X VALUE "N".
       01 WS-Lot-Eof          PIC X.
       01 WS-LOT-NUMBER       PIC X(15).
       01 WS-EXPIRY-DATE      PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-LOT-TRACKED      PIC X.
       01 WS-LOT-OK           PIC X.
       01 WS-LOT-WAREHOUSE    PIC X(2).
       01 WS-LOT-EXPIRY       PIC 9(8).
       01 WS-LOT-RECEIVED     PIC 9(8).
       01 WS-LOT-PO           PIC 9(6).
       01 WS-LOT-VENDOR       PIC X(5).
       01 WS-LOT-ON-HAND-CHANGE PIC S9(7).
       01 WS-LOT-TRANSIT-CHANGE PIC S9(7).
       01 WS-LOT-REMAINING    PIC 9(7).
       01 WS-LOT-RELIEVE      PIC 9(7).
       01 WS-FEFO-FOUND       PIC X.
       01 WS-FEFO-LOT         PIC X(15).
       01 WS-FEFO-EXPIRY      PIC 9(8).
       01 WS-SORT-EXPIRY      PIC 9(8).

       01 WS-Bom-Status       PIC XX.
       01 WS-BOM-OPEN         PIC X VALUE "N".
       01 WS-Bom-Eof          PIC X.
       01 WS-BUILD-OK         PIC X.
       01 WS-KIT-PRODUCT      PIC 9(5).
       01 WS-KIT-QUANTITY     PIC 9(7).
       01 WS-BUILD-WAREHOUSE  PIC X(2).
       01 WS-ROLLUP-COST      PIC 9(9)V99.
       01 WS-Comp-Table.
           02 WS-Comp-Count PIC 9(3) VALUE 0.
           02 WS-Comp-Entry OCCURS 50 TIMES.
             03 WS-Comp-Product  PIC 9(5).
             03 WS-Comp-Qty-Per  PIC 9(5).
             03 WS-Comp-Required PIC 9(7).
       01 WS-Comp-Sub         PIC 9(3).

       01 WS-Backorder-Status PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-Po-Table.
           02 WS-Po-Count PIC 9(3) VALUE 0.
           02 WS-Po-Entry OCCURS 500 TIMES.
             03 WS-Po-Image PIC X(70).
       01 WS-Po-Sub           PIC 9(3).
       01 WS-Po-Changed       PIC X VALUE "N".
       01 WS-PO-NUMBER        PIC 9(6).
               STOP RUN
           END-IF.

           OPEN I-O ItemLocationFile.
           IF WS-Location-Status = "00"
               MOVE "Y" TO WS-LOCATIONS-OPEN
           END-IF.

           OPEN I-O ItemLotFile.
           IF WS-Lot-Status = "35"
               OPEN OUTPUT ItemLotFile
               CLOSE ItemLotFile
               OPEN I-O ItemLotFile
           END-IF.
           IF WS-Lot-Status = "00"
               MOVE "Y" TO WS-LOTS-OPEN
           END-IF.

           OPEN INPUT BillOfMaterialFile.
           IF WS-Bom-Status = "00"
               MOVE "Y" TO WS-BOM-OPEN
           END-IF.

           PERFORM LOAD-BACKORDERS.
           PERFORM READ-NEXT-ORDER-NUMBER.
           PERFORM LOAD-PURCHASE-ORDERS.

           CLOSE ProductMasterFile.
           CLOSE InvJournalFile.
           IF WS-LOCATIONS-OPEN = "Y"
               CLOSE ItemLocationFile
           END-IF.
           IF WS-LOTS-OPEN = "Y"
               CLOSE ItemLotFile
           END-IF.
           IF WS-BOM-OPEN = "Y"
               CLOSE BillOfMaterialFile
           END-IF.
           IF WS-ORDERS-OPEN = "Y"
               CLOSE OrderFile
               PERFORM SAVE-NEXT-ORDER-NUMBER

       KEYED-ENTRY.
           PERFORM UNTIL WS-End = "N"
               DISPLAY "ENTER MOVEMENT TYPE (R=RECEIPT, I=ISSUE, "
                   "T=TRANSFER OUT, A=TRANSFER ARRIVAL, "
                   "B=BUILD KIT): "
               ACCEPT WS-MOVEMENT-TYPE
               DISPLAY "ENTER PRODUCT NUMBER: "
               ACCEPT WS-PRODUCT-NUMBER
               MOVE SPACES TO WS-WAREHOUSE-CODE
               MOVE SPACES TO WS-TO-WAREHOUSE
               IF WS-LOCATIONS-OPEN = "Y"
                   DISPLAY "ENTER WAREHOUSE: "
                   ACCEPT WS-WAREHOUSE-CODE
                   IF WS-MOVEMENT-TYPE = "T"
                       DISPLAY "ENTER TO WAREHOUSE: "
                       ACCEPT WS-TO-WAREHOUSE
                   END-IF
               END-IF
               MOVE SPACES TO WS-ENTRY-UOM
               MOVE SPACES TO WS-LOT-NUMBER
               MOVE 0 TO WS-EXPIRY-DATE
               MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-STOCK-UOM TO WS-ENTRY-UOM
                       IF WS-MOVEMENT-TYPE = "R"
                               AND PM-PURCHASE-UOM NOT = SPACES
                           MOVE PM-PURCHASE-UOM TO WS-ENTRY-UOM
                       END-IF
               END-READ
               DISPLAY "ENTER QUANTITY (" WS-ENTRY-UOM "): "
               ACCEPT WS-QUANTITY
               IF WS-File-Status = "00"
                       AND (PM-LOT-CONTROL = "L"
                       OR PM-LOT-CONTROL = "S")
                       AND WS-MOVEMENT-TYPE NOT = "B"
                   PERFORM ACCEPT-LOT-DETAILS
               END-IF
               MOVE 0 TO WS-PO-NUMBER
               MOVE 0 TO WS-UNIT-COST
               IF WS-MOVEMENT-TYPE = "R"
                   DISPLAY "ENTER PO NUMBER (0 = NO PO): "
                   ACCEPT WS-PO-NUMBER
                   DISPLAY "ENTER UNIT COST PER " WS-ENTRY-UOM
                       " (99999.99): "
                   ACCEPT WS-UNIT-COST
               END-IF
               PERFORM POST-ONE-MOVEMENT
                               TO WS-PRODUCT-NUMBER
                           MOVE IM-QUANTITY TO WS-QUANTITY
                           MOVE IM-UNIT-COST TO WS-UNIT-COST
                           MOVE IM-WAREHOUSE-CODE
                               TO WS-WAREHOUSE-CODE
                           MOVE IM-TO-WAREHOUSE TO WS-TO-WAREHOUSE
                           MOVE IM-LOT-NUMBER TO WS-LOT-NUMBER
                           MOVE IM-EXPIRY-DATE TO WS-EXPIRY-DATE
                           MOVE IM-UOM TO WS-ENTRY-UOM
                           MOVE 0 TO WS-PO-NUMBER
                           PERFORM POST-ONE-MOVEMENT
                   END-READ
       POST-ONE-MOVEMENT.
           IF WS-MOVEMENT-TYPE NOT = "R"
                   AND WS-MOVEMENT-TYPE NOT = "I"
                   AND WS-MOVEMENT-TYPE NOT = "T"
                   AND WS-MOVEMENT-TYPE NOT = "A"
                   AND WS-MOVEMENT-TYPE NOT = "B"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "INVALID MOVEMENT TYPE " WS-MOVEMENT-TYPE
                   " - MOVEMENT REJECTED"
           ELSE
           IF (WS-MOVEMENT-TYPE = "T" OR WS-MOVEMENT-TYPE = "A")
                   AND WS-LOCATIONS-OPEN NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "NO ITEM LOCATION FILE - TRANSFER REJECTED"
           ELSE
               MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                           " NOT ON MASTER - MOVEMENT REJECTED"
                   NOT INVALID KEY
                       PERFORM CONVERT-ENTRY-UNITS
                       IF WS-UOM-FOUND NOT = "Y"
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                       IF WS-MOVEMENT-TYPE = "B"
                           PERFORM BUILD-ASSEMBLY
                       ELSE
                           PERFORM VALIDATE-AND-APPLY
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF.

       CONVERT-ENTRY-UNITS.
           CALL "UOM-CONVERT" USING PM-PRODUCT-NUMBER PM-STOCK-UOM
               WS-ENTRY-UOM WS-UOM-FACTOR WS-UOM-FOUND.
           IF WS-UOM-FOUND NOT = "Y"
               DISPLAY "NO CONVERSION FROM " WS-ENTRY-UOM " TO "
                   PM-STOCK-UOM " FOR PRODUCT " WS-PRODUCT-NUMBER
                   " - MOVEMENT REJECTED"
           ELSE
           IF WS-UOM-FACTOR > 1
               COMPUTE WS-QUANTITY = WS-QUANTITY * WS-UOM-FACTOR
               COMPUTE WS-UNIT-COST ROUNDED =
                   WS-UNIT-COST / WS-UOM-FACTOR
               DISPLAY "QUANTITY IN " WS-ENTRY-UOM " POSTED AS "
                   WS-QUANTITY " " PM-STOCK-UOM
           END-IF
           END-IF.

       VALIDATE-AND-APPLY.
           PERFORM CHECK-LOCATION.
           MOVE "Y" TO WS-LOT-OK.
           MOVE "N" TO WS-LOT-TRACKED.
           IF WS-LOCATION-OK = "Y"
               PERFORM CHECK-LOT
           END-IF.
           MOVE "Y" TO WS-PO-MATCH-OK.
           IF WS-LOCATION-OK = "N" OR WS-LOT-OK = "N"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-MOVEMENT-TYPE = "R" AND WS-PO-NUMBER NOT = 0
                   PERFORM MATCH-PURCHASE-ORDER
               END-IF
               IF WS-PO-MATCH-OK = "Y"
                   PERFORM APPLY-MOVEMENT
               END-IF
           END-IF.

       BUILD-ASSEMBLY.
           MOVE "N" TO WS-BUILD-OK.
           IF PM-KIT-TYPE NOT = "A"
               DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                   " IS NOT AN ASSEMBLED KIT - BUILD REJECTED"
           ELSE
           IF PM-LOT-CONTROL = "L" OR PM-LOT-CONTROL = "S"
               DISPLAY "ASSEMBLED KIT " WS-PRODUCT-NUMBER
                   " IS LOT-CONTROLLED - BUILD REJECTED"
           ELSE
           IF WS-BOM-OPEN NOT = "Y"
               DISPLAY "NO BILL OF MATERIAL FILE - BUILD REJECTED"
           ELSE
           IF WS-QUANTITY = ZERO
               DISPLAY "ZERO BUILD QUANTITY - BUILD REJECTED"
           ELSE
               MOVE "Y" TO WS-BUILD-OK
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-BUILD-OK = "Y"
               MOVE WS-PRODUCT-NUMBER TO WS-KIT-PRODUCT
               MOVE WS-QUANTITY TO WS-KIT-QUANTITY
               MOVE WS-WAREHOUSE-CODE TO WS-BUILD-WAREHOUSE
               PERFORM CHECK-LOCATION
               MOVE WS-LOCATION-OK TO WS-BUILD-OK
           END-IF.
           IF WS-BUILD-OK = "Y"
               PERFORM LOAD-KIT-COMPONENTS
               IF WS-Comp-Count = 0
                   MOVE "N" TO WS-BUILD-OK
                   DISPLAY "NO COMPONENTS ON FILE FOR KIT "
                       WS-KIT-PRODUCT " - BUILD REJECTED"
               END-IF
           END-IF.
           IF WS-BUILD-OK = "Y"
               MOVE 0 TO WS-ROLLUP-COST
               PERFORM VARYING WS-Comp-Sub FROM 1 BY 1
                       UNTIL WS-Comp-Sub > WS-Comp-Count
                       OR WS-BUILD-OK = "N"
                   PERFORM CHECK-KIT-COMPONENT
               END-PERFORM
           END-IF.
           IF WS-BUILD-OK = "Y"
               PERFORM VARYING WS-Comp-Sub FROM 1 BY 1
                       UNTIL WS-Comp-Sub > WS-Comp-Count
                   PERFORM CONSUME-KIT-COMPONENT
               END-PERFORM
               PERFORM POST-KIT-BUILD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       LOAD-KIT-COMPONENTS.
           MOVE 0 TO WS-Comp-Count.
           MOVE WS-KIT-PRODUCT TO BM-PARENT-PRODUCT.
           MOVE ZERO TO BM-COMPONENT-PRODUCT.
           MOVE "N" TO WS-Bom-Eof.
           START BillOfMaterialFile KEY NOT < BM-BOM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Bom-Eof
           END-START.
           PERFORM UNTIL WS-Bom-Eof = "Y"
               READ BillOfMaterialFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Bom-Eof
                   NOT AT END
                       IF BM-PARENT-PRODUCT NOT = WS-KIT-PRODUCT
                               OR WS-Comp-Count >= 50
                           MOVE "Y" TO WS-Bom-Eof
                       ELSE
                           ADD 1 TO WS-Comp-Count
                           MOVE BM-COMPONENT-PRODUCT
                               TO WS-Comp-Product(WS-Comp-Count)
                           MOVE BM-QUANTITY-PER
                               TO WS-Comp-Qty-Per(WS-Comp-Count)
                           COMPUTE WS-Comp-Required(WS-Comp-Count) =
                               BM-QUANTITY-PER * WS-KIT-QUANTITY
                       END-IF
               END-READ
           END-PERFORM.

       SET-UP-COMPONENT.
           MOVE "C" TO WS-MOVEMENT-TYPE.
           MOVE WS-Comp-Product(WS-Comp-Sub) TO WS-PRODUCT-NUMBER.
           MOVE WS-Comp-Required(WS-Comp-Sub) TO WS-QUANTITY.
           MOVE WS-BUILD-WAREHOUSE TO WS-WAREHOUSE-CODE.
           MOVE SPACES TO WS-TO-WAREHOUSE.
           MOVE SPACES TO WS-LOT-NUMBER.
           MOVE 0 TO WS-EXPIRY-DATE.
           MOVE 0 TO WS-UNIT-COST.
           MOVE "Y" TO WS-LOT-OK.
           MOVE "N" TO WS-LOT-TRACKED.

       CHECK-KIT-COMPONENT.
           PERFORM SET-UP-COMPONENT.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   MOVE "N" TO WS-BUILD-OK
                   DISPLAY "COMPONENT " WS-PRODUCT-NUMBER
                       " NOT ON MASTER - BUILD REJECTED"
               NOT INVALID KEY
                   IF WS-QUANTITY > PM-ON-HAND-QTY
                       MOVE "N" TO WS-BUILD-OK
                       DISPLAY "COMPONENT " WS-PRODUCT-NUMBER
                           " NEEDS " WS-QUANTITY " HAS ON-HAND "
                           PM-ON-HAND-QTY " - BUILD REJECTED"
                   ELSE
                       PERFORM CHECK-LOCATION
                       IF WS-LOCATION-OK = "Y"
                           PERFORM CHECK-LOT
                       END-IF
                       IF WS-LOCATION-OK = "N" OR WS-LOT-OK = "N"
                           MOVE "N" TO WS-BUILD-OK
                       ELSE
                           COMPUTE WS-ROLLUP-COST =
                               WS-ROLLUP-COST
                             + (WS-QUANTITY * PM-UNIT-COST)
                       END-IF
                   END-IF
           END-READ.

       CONSUME-KIT-COMPONENT.
           PERFORM SET-UP-COMPONENT.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-LOCATION
                   PERFORM CHECK-LOT
                   PERFORM APPLY-MOVEMENT
           END-READ.

       POST-KIT-BUILD.
           MOVE "B" TO WS-MOVEMENT-TYPE.
           MOVE WS-KIT-PRODUCT TO WS-PRODUCT-NUMBER.
           MOVE WS-KIT-QUANTITY TO WS-QUANTITY.
           MOVE WS-BUILD-WAREHOUSE TO WS-WAREHOUSE-CODE.
           MOVE SPACES TO WS-TO-WAREHOUSE.
           MOVE SPACES TO WS-LOT-NUMBER.
           MOVE "N" TO WS-LOT-TRACKED.
           COMPUTE WS-UNIT-COST ROUNDED =
               WS-ROLLUP-COST / WS-KIT-QUANTITY.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM CHECK-LOCATION
                   PERFORM APPLY-MOVEMENT
                   DISPLAY "BUILT " WS-KIT-QUANTITY " OF KIT "
                       WS-KIT-PRODUCT " AT UNIT COST " WS-UNIT-COST
           END-READ.

       ACCEPT-LOT-DETAILS.
           IF PM-LOT-CONTROL = "S"
               DISPLAY "ENTER SERIAL NUMBER: "
           ELSE
           IF WS-MOVEMENT-TYPE = "I"
               DISPLAY "ENTER LOT NUMBER (BLANK = FIRST EXPIRY "
                   "FIRST): "
           ELSE
               DISPLAY "ENTER LOT NUMBER: "
           END-IF
           END-IF.
           ACCEPT WS-LOT-NUMBER.
           IF WS-MOVEMENT-TYPE = "R"
               DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, 0 = NONE): "
               ACCEPT WS-EXPIRY-DATE
           END-IF.

       CHECK-LOT.
           IF PM-LOT-CONTROL NOT = "L" AND PM-LOT-CONTROL NOT = "S"
               MOVE SPACES TO WS-LOT-NUMBER
           ELSE
               MOVE "Y" TO WS-LOT-TRACKED
               MOVE "N" TO WS-LOT-OK
               IF WS-LOTS-OPEN NOT = "Y"
                   DISPLAY "LOT FILE NOT AVAILABLE - MOVEMENT OF "
                       "LOT-CONTROLLED PRODUCT REJECTED"
               ELSE
               IF PM-LOT-CONTROL = "S" AND WS-QUANTITY NOT = 1
                       AND WS-MOVEMENT-TYPE NOT = "C"
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " IS SERIAL-CONTROLLED - POST ONE UNIT PER "
                       "SERIAL NUMBER"
               ELSE
               IF WS-LOT-NUMBER = SPACES
                       AND WS-MOVEMENT-TYPE NOT = "C"
                       AND (PM-LOT-CONTROL = "S"
                       OR WS-MOVEMENT-TYPE NOT = "I")
                   DISPLAY "LOT OR SERIAL NUMBER REQUIRED FOR "
                       "PRODUCT " WS-PRODUCT-NUMBER
                       " - MOVEMENT REJECTED"
               ELSE
               IF WS-MOVEMENT-TYPE = "R"
                   PERFORM CHECK-LOT-RECEIPT
               ELSE
               IF WS-LOT-NUMBER = SPACES
                   MOVE "Y" TO WS-LOT-OK
               ELSE
                   PERFORM CHECK-LOT-BALANCE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-LOT-RECEIPT.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-EXPIRY-DATE NOT = ZERO
               CALL "DATE-VALIDATE" USING WS-EXPIRY-DATE WS-DATE-OK
           END-IF.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "INVALID EXPIRY DATE " WS-EXPIRY-DATE
                   " - RECEIPT REJECTED"
           ELSE
               MOVE "Y" TO WS-LOT-OK
               IF PM-LOT-CONTROL = "S"
                   MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER
                   MOVE WS-WAREHOUSE-CODE TO LT-WAREHOUSE-CODE
                   MOVE WS-LOT-NUMBER     TO LT-LOT-NUMBER
                   READ ItemLotFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LT-ON-HAND-QTY + LT-IN-TRANSIT-QTY > 0
                               MOVE "N" TO WS-LOT-OK
                               DISPLAY "SERIAL " WS-LOT-NUMBER
                                   " ALREADY IN STOCK - RECEIPT "
                                   "REJECTED"
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CHECK-LOT-BALANCE.
           MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO LT-WAREHOUSE-CODE.
           MOVE WS-LOT-NUMBER     TO LT-LOT-NUMBER.
           READ ItemLotFile
               INVALID KEY
                   DISPLAY "LOT " WS-LOT-NUMBER " NOT ON FILE FOR "
                       "PRODUCT " WS-PRODUCT-NUMBER " "
                       WS-WAREHOUSE-CODE " - MOVEMENT REJECTED"
               NOT INVALID KEY
                   IF WS-MOVEMENT-TYPE = "A"
                       IF WS-QUANTITY > LT-IN-TRANSIT-QTY
                           DISPLAY "ARRIVAL OF " WS-QUANTITY
                               " EXCEEDS LOT IN-TRANSIT "
                               LT-IN-TRANSIT-QTY
                               " - MOVEMENT REJECTED"
                       ELSE
                           MOVE "Y" TO WS-LOT-OK
                       END-IF
                   ELSE
                       IF WS-QUANTITY > LT-ON-HAND-QTY
                           DISPLAY "QUANTITY " WS-QUANTITY
                               " EXCEEDS LOT ON-HAND "
                               LT-ON-HAND-QTY
                               " - MOVEMENT REJECTED"
                       ELSE
                           MOVE "Y" TO WS-LOT-OK
                       END-IF
                   END-IF
           END-READ.

       POST-LOT-MOVEMENT.
           MOVE WS-WAREHOUSE-CODE TO WS-LOT-WAREHOUSE.
           MOVE 0 TO WS-LOT-ON-HAND-CHANGE.
           MOVE 0 TO WS-LOT-TRANSIT-CHANGE.
           EVALUATE WS-MOVEMENT-TYPE
               WHEN "R"
                   MOVE WS-EXPIRY-DATE TO WS-LOT-EXPIRY
                   MOVE WS-POST-DATE   TO WS-LOT-RECEIVED
                   MOVE WS-PO-NUMBER   TO WS-LOT-PO
                   MOVE PM-PRIMARY-VENDOR TO WS-LOT-VENDOR
                   IF WS-PO-NUMBER NOT = 0
                       MOVE PO-VENDOR TO WS-LOT-VENDOR
                   END-IF
                   MOVE WS-QUANTITY TO WS-LOT-ON-HAND-CHANGE
                   PERFORM UPDATE-ITEM-LOT
               WHEN "I"
               WHEN "C"
                   IF WS-LOT-NUMBER = SPACES
                       PERFORM RELIEVE-LOTS-FEFO
                   ELSE
                       COMPUTE WS-LOT-ON-HAND-CHANGE =
                           0 - WS-QUANTITY
                       PERFORM UPDATE-ITEM-LOT
                   END-IF
               WHEN "T"
                   COMPUTE WS-LOT-ON-HAND-CHANGE = 0 - WS-QUANTITY
                   PERFORM UPDATE-ITEM-LOT
                   MOVE LT-EXPIRY-DATE   TO WS-LOT-EXPIRY
                   MOVE LT-RECEIVED-DATE TO WS-LOT-RECEIVED
                   MOVE LT-PO-NUMBER     TO WS-LOT-PO
                   MOVE LT-VENDOR        TO WS-LOT-VENDOR
                   MOVE WS-TO-WAREHOUSE  TO WS-LOT-WAREHOUSE
                   MOVE 0 TO WS-LOT-ON-HAND-CHANGE
                   MOVE WS-QUANTITY TO WS-LOT-TRANSIT-CHANGE
                   PERFORM UPDATE-ITEM-LOT
               WHEN "A"
                   MOVE WS-QUANTITY TO WS-LOT-ON-HAND-CHANGE
                   COMPUTE WS-LOT-TRANSIT-CHANGE = 0 - WS-QUANTITY
                   PERFORM UPDATE-ITEM-LOT
           END-EVALUATE.

       UPDATE-ITEM-LOT.
           MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-LOT-WAREHOUSE  TO LT-WAREHOUSE-CODE.
           MOVE WS-LOT-NUMBER     TO LT-LOT-NUMBER.
           READ ItemLotFile
               INVALID KEY
                   MOVE PM-LOT-CONTROL        TO LT-LOT-CONTROL
                   MOVE WS-LOT-EXPIRY         TO LT-EXPIRY-DATE
                   MOVE WS-LOT-RECEIVED       TO LT-RECEIVED-DATE
                   MOVE WS-LOT-PO             TO LT-PO-NUMBER
                   MOVE WS-LOT-VENDOR         TO LT-VENDOR
                   MOVE WS-LOT-ON-HAND-CHANGE TO LT-ON-HAND-QTY
                   MOVE WS-LOT-TRANSIT-CHANGE TO LT-IN-TRANSIT-QTY
                   WRITE ITEM-LOT-RECORD
               NOT INVALID KEY
                   ADD WS-LOT-ON-HAND-CHANGE TO LT-ON-HAND-QTY
                   ADD WS-LOT-TRANSIT-CHANGE TO LT-IN-TRANSIT-QTY
                   IF LT-EXPIRY-DATE = ZERO
                           AND WS-MOVEMENT-TYPE = "R"
                       MOVE WS-LOT-EXPIRY TO LT-EXPIRY-DATE
                   END-IF
                   REWRITE ITEM-LOT-RECORD
           END-READ.

       RELIEVE-LOTS-FEFO.
           MOVE WS-QUANTITY TO WS-LOT-REMAINING.
           PERFORM UNTIL WS-LOT-REMAINING = 0
               PERFORM FIND-FEFO-LOT
               IF WS-FEFO-FOUND = "N"
                   DISPLAY "LOT BALANCES SHORT BY " WS-LOT-REMAINING
                       " FOR PRODUCT " WS-PRODUCT-NUMBER
                       " - REMAINDER NOT RELIEVED FROM ANY LOT"
                   MOVE 0 TO WS-LOT-REMAINING
               ELSE
                   MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER
                   MOVE WS-WAREHOUSE-CODE TO LT-WAREHOUSE-CODE
                   MOVE WS-FEFO-LOT       TO LT-LOT-NUMBER
                   READ ItemLotFile
                       INVALID KEY
                           MOVE 0 TO WS-LOT-REMAINING
                       NOT INVALID KEY
                           MOVE WS-LOT-REMAINING TO WS-LOT-RELIEVE
                           IF WS-LOT-RELIEVE > LT-ON-HAND-QTY
                               MOVE LT-ON-HAND-QTY TO WS-LOT-RELIEVE
                           END-IF
                           SUBTRACT WS-LOT-RELIEVE FROM LT-ON-HAND-QTY
                           SUBTRACT WS-LOT-RELIEVE
                               FROM WS-LOT-REMAINING
                           REWRITE ITEM-LOT-RECORD
                           DISPLAY "RELIEVED " WS-LOT-RELIEVE
                               " FROM LOT " WS-FEFO-LOT
                   END-READ
               END-IF
           END-PERFORM.

       FIND-FEFO-LOT.
           MOVE "N" TO WS-FEFO-FOUND.
           MOVE 99999999 TO WS-FEFO-EXPIRY.
           MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO LT-WAREHOUSE-CODE.
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
                       IF LT-PRODUCT-NUMBER NOT = WS-PRODUCT-NUMBER
                               OR LT-WAREHOUSE-CODE
                                   NOT = WS-WAREHOUSE-CODE
                           MOVE "Y" TO WS-Lot-Eof
                       ELSE
                           MOVE LT-EXPIRY-DATE TO WS-SORT-EXPIRY
                           IF WS-SORT-EXPIRY = ZERO
                               MOVE 99999999 TO WS-SORT-EXPIRY
                           END-IF
                           IF LT-ON-HAND-QTY > 0
                                   AND (WS-FEFO-FOUND = "N"
                                   OR WS-SORT-EXPIRY < WS-FEFO-EXPIRY)
                               MOVE "Y" TO WS-FEFO-FOUND
                               MOVE LT-LOT-NUMBER TO WS-FEFO-LOT
                               MOVE WS-SORT-EXPIRY TO WS-FEFO-EXPIRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-LOCATION.
           MOVE "Y" TO WS-LOCATION-OK.
           MOVE "N" TO WS-LOCATED.
           IF WS-LOCATIONS-OPEN = "Y"
               PERFORM FIND-PRODUCT-LOCATION
           END-IF.
           IF WS-LOCATED = "N"
               MOVE SPACES TO WS-WAREHOUSE-CODE
               MOVE SPACES TO WS-TO-WAREHOUSE
               IF WS-MOVEMENT-TYPE = "T" OR WS-MOVEMENT-TYPE = "A"
                   MOVE "N" TO WS-LOCATION-OK
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " HAS NO WAREHOUSE LOCATIONS - "
                       "TRANSFER REJECTED"
               END-IF
           ELSE
           IF WS-MOVEMENT-TYPE = "T"
                   AND (WS-TO-WAREHOUSE = WS-WAREHOUSE-CODE
                   OR WS-TO-WAREHOUSE = SPACES)
               MOVE "N" TO WS-LOCATION-OK
               DISPLAY "TO WAREHOUSE MUST DIFFER FROM WAREHOUSE "
                   WS-WAREHOUSE-CODE " - TRANSFER REJECTED"
           ELSE
               IF WS-MOVEMENT-TYPE = "T"
                   MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
                   MOVE WS-TO-WAREHOUSE TO IL-WAREHOUSE-CODE
                   READ ItemLocationFile
                       INVALID KEY
                           MOVE "N" TO WS-LOCATION-OK
                           DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                               " NOT STOCKED AT WAREHOUSE "
                               WS-TO-WAREHOUSE
                               " - TRANSFER REJECTED"
                   END-READ
               END-IF
               IF WS-LOCATION-OK = "Y"
                   MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
                   MOVE WS-WAREHOUSE-CODE TO IL-WAREHOUSE-CODE
                   READ ItemLocationFile
                       INVALID KEY
                           MOVE "N" TO WS-LOCATION-OK
                           DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                               " NOT STOCKED AT WAREHOUSE "
                               WS-WAREHOUSE-CODE
                               " - MOVEMENT REJECTED"
                       NOT INVALID KEY
                           PERFORM CHECK-LOCATION-QUANTITY
                   END-READ
               END-IF
           END-IF
           END-IF.

       CHECK-LOCATION-QUANTITY.
           IF (WS-MOVEMENT-TYPE = "I" OR WS-MOVEMENT-TYPE = "T"
                   OR WS-MOVEMENT-TYPE = "C")
                   AND WS-QUANTITY > IL-ON-HAND-QTY
               MOVE "N" TO WS-LOCATION-OK
               DISPLAY "QUANTITY " WS-QUANTITY " EXCEEDS ON-HAND "
                   IL-ON-HAND-QTY " AT WAREHOUSE " WS-WAREHOUSE-CODE
                   " - MOVEMENT REJECTED"
           END-IF.
           IF WS-MOVEMENT-TYPE = "A"
                   AND WS-QUANTITY > IL-IN-TRANSIT-QTY
               MOVE "N" TO WS-LOCATION-OK
               DISPLAY "ARRIVAL OF " WS-QUANTITY
                   " EXCEEDS IN-TRANSIT " IL-IN-TRANSIT-QTY
                   " AT WAREHOUSE " WS-WAREHOUSE-CODE
                   " - MOVEMENT REJECTED"
           END-IF.

       FIND-PRODUCT-LOCATION.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO IL-WAREHOUSE-CODE.
           START ItemLocationFile KEY NOT < IL-LOCATION-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ItemLocationFile NEXT RECORD
                       NOT AT END
                           IF IL-PRODUCT-NUMBER = WS-PRODUCT-NUMBER
                               MOVE "Y" TO WS-LOCATED
                           END-IF
                   END-READ
           END-START.

       POST-LOCATION-MOVEMENT.
           MOVE 0 TO WS-ON-HAND-CHANGE.
           MOVE 0 TO WS-IN-TRANSIT-CHANGE.
           MOVE WS-WAREHOUSE-CODE TO WS-LOC-WAREHOUSE.
           EVALUATE WS-MOVEMENT-TYPE
               WHEN "R"
               WHEN "B"
                   MOVE WS-QUANTITY TO WS-ON-HAND-CHANGE
               WHEN "I"
               WHEN "C"
               WHEN "T"
                   COMPUTE WS-ON-HAND-CHANGE = 0 - WS-QUANTITY
               WHEN "A"
                   MOVE WS-QUANTITY TO WS-ON-HAND-CHANGE
                   COMPUTE WS-IN-TRANSIT-CHANGE = 0 - WS-QUANTITY
           END-EVALUATE.
           PERFORM UPDATE-ITEM-LOCATION.
           IF WS-MOVEMENT-TYPE = "T"
               MOVE 0 TO WS-ON-HAND-CHANGE
               MOVE WS-QUANTITY TO WS-IN-TRANSIT-CHANGE
               MOVE WS-TO-WAREHOUSE TO WS-LOC-WAREHOUSE
               PERFORM UPDATE-ITEM-LOCATION
               DISPLAY WS-QUANTITY " IN TRANSIT FROM WAREHOUSE "
                   WS-WAREHOUSE-CODE " TO " WS-TO-WAREHOUSE
           END-IF.

       UPDATE-ITEM-LOCATION.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE WS-LOC-WAREHOUSE TO IL-WAREHOUSE-CODE.
           READ ItemLocationFile
               INVALID KEY
                   DISPLAY "LOCATION " WS-PRODUCT-NUMBER "/"
                       WS-LOC-WAREHOUSE " NOT FOUND - NOT UPDATED"
               NOT INVALID KEY
                   ADD WS-ON-HAND-CHANGE TO IL-ON-HAND-QTY
                   ADD WS-IN-TRANSIT-CHANGE TO IL-IN-TRANSIT-QTY
                   MOVE WS-POST-DATE TO IL-WRITE-TIMESTAMP
                   REWRITE ITEM-LOCATION-RECORD
           END-READ.

       MATCH-PURCHASE-ORDER.
           MOVE "N" TO WS-PO-FOUND.
           PERFORM VARYING WS-Po-Sub FROM 1 BY 1
           END-IF.

       APPLY-MOVEMENT.
           IF (WS-MOVEMENT-TYPE = "I" OR WS-MOVEMENT-TYPE = "C")
                   AND WS-QUANTITY > PM-ON-HAND-QTY
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "ISSUE OF " WS-QUANTITY " EXCEEDS ON-HAND "
                   PM-ON-HAND-QTY " FOR PRODUCT "
                   WS-PRODUCT-NUMBER " - MOVEMENT REJECTED"
           ELSE
               IF WS-MOVEMENT-TYPE = "R" OR WS-MOVEMENT-TYPE = "B"
                   IF WS-UNIT-COST = ZERO
                       MOVE PM-UNIT-COST TO WS-UNIT-COST
                   END-IF
                   ADD WS-QUANTITY TO PM-ON-HAND-QTY
               ELSE
                   MOVE PM-UNIT-COST TO WS-MOVEMENT-COST
                   IF WS-MOVEMENT-TYPE = "I" OR WS-MOVEMENT-TYPE = "C"
                       SUBTRACT WS-QUANTITY FROM PM-ON-HAND-QTY
                   END-IF
               END-IF
               COMPUTE WS-EXTENDED-COST ROUNDED =
                   WS-QUANTITY * WS-MOVEMENT-COST
               IF WS-MOVEMENT-TYPE = "R" OR WS-MOVEMENT-TYPE = "I"
                       OR WS-MOVEMENT-TYPE = "B"
                       OR WS-MOVEMENT-TYPE = "C"
                   ACCEPT PM-WRITE-TIMESTAMP FROM DATE YYYYMMDD
                   REWRITE PRODUCT-MASTER-RECORD
                   MOVE "C" TO WS-Image-Action
                   MOVE PRODUCT-MASTER-RECORD TO WS-Record-Image
                   CALL "AFTER-IMAGE" USING WS-Program-Name
                       WS-Image-File-Name WS-Image-Action
                       WS-Record-Image
               END-IF
               IF WS-LOCATED = "Y"
                   PERFORM POST-LOCATION-MOVEMENT
               END-IF
               IF WS-LOT-TRACKED = "Y"
                   PERFORM POST-LOT-MOVEMENT
               END-IF
               PERFORM WRITE-JOURNAL-ENTRY
               ADD 1 TO WS-POSTED-COUNT
               IF WS-MOVEMENT-TYPE = "R" OR WS-MOVEMENT-TYPE = "B"
                   PERFORM RELEASE-BACKORDERS
               END-IF
           END-IF.
               MOVE "O" TO OR-ORDER-STATUS
               MOVE ZERO TO OR-SHIPPED-QTY
               MOVE SPACES TO OR-SALESPERSON
               MOVE ZERO TO OR-SHIP-TO-NUMBER
               MOVE ZERO TO OR-UNIT-COST
               MOVE ZERO TO OR-INVOICE-NUMBER
               MOVE SPACES TO OR-SELL-UOM
               MOVE ZERO TO OR-UOM-FACTOR
               WRITE ORDER-RECORD
               MOVE "R" TO WS-Bo-Status(WS-Bo-Sub)
               MOVE "Y" TO WS-Bo-Changed
           MOVE WS-Operator-ID    TO IJ-OPERATOR-ID.
           MOVE WS-MOVEMENT-COST  TO IJ-UNIT-COST.
           MOVE WS-EXTENDED-COST  TO IJ-EXTENDED-COST.
           MOVE WS-WAREHOUSE-CODE TO IJ-WAREHOUSE-CODE.
           MOVE WS-TO-WAREHOUSE   TO IJ-TO-WAREHOUSE.
           MOVE WS-LOT-NUMBER     TO IJ-LOT-NUMBER.
           MOVE ZERO              TO IJ-PO-NUMBER.
           IF WS-MOVEMENT-TYPE = "R"
               MOVE WS-PO-NUMBER  TO IJ-PO-NUMBER
           END-IF.
           WRITE INV-JOURNAL-RECORD.
           ADD 1 TO WS-Written-Count.
