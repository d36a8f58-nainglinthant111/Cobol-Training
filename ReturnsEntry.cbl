           SELECT NextInvoiceFile ASSIGN TO "nextinvoice.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
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

       DATA DIVISION.
       FILE SECTION.
           02 IJ-OPERATOR-ID      PIC X(10).
           02 IJ-UNIT-COST        PIC 9(5)V99.
           02 IJ-EXTENDED-COST    PIC 9(9)V99.
           02 IJ-WAREHOUSE-CODE   PIC X(2).
           02 IJ-TO-WAREHOUSE     PIC X(2).
           02 IJ-LOT-NUMBER       PIC X(15).
           02 IJ-PO-NUMBER        PIC 9(6).

       FD NextInvoiceFile.
       01 NEXT-INVOICE-RECORD.
           02 NI-NEXT-INVOICE-NUMBER PIC 9(6).

       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       FD ItemLotFile.
       COPY "ItemLot.cpy".

       FD LotShipmentFile.
       COPY "LotShipment.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Receipt-Status   PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-Location-Status  PIC XX.
       01 WS-LOCATIONS-OPEN   PIC X VALUE "N".
       01 WS-LOCATED          PIC X.
       01 WS-LOCATION-OK      PIC X.
       01 WS-WAREHOUSE-CODE   PIC X(2).
       01 WS-Lot-Status       PIC XX.
       01 WS-Lot-Ship-Status  PIC XX.
       01 WS-LOTS-OPEN        PIC X VALUE "N".
       01 WS-LOT-OK           PIC X.
       01 WS-LOT-NEW          PIC X.
       01 WS-LOT-NUMBER       PIC X(15).
       01 WS-EXPIRY-DATE      PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".

           IF WS-Receipt-Status = "05" OR WS-Receipt-Status = "35"
               OPEN OUTPUT CashReceiptFile
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
               OPEN EXTEND LotShipmentFile
               IF WS-Lot-Ship-Status = "05"
                       OR WS-Lot-Ship-Status = "35"
                   OPEN OUTPUT LotShipmentFile
               END-IF
           END-IF.

           PERFORM UNTIL WS-End = "N"
               PERFORM ENTER-ONE-RETURN
           CLOSE ProductMasterFile.
           CLOSE InvJournalFile.
           CLOSE CashReceiptFile.
           IF WS-LOCATIONS-OPEN = "Y"
               CLOSE ItemLocationFile
           END-IF.
           IF WS-LOTS-OPEN = "Y"
               CLOSE ItemLotFile
               CLOSE LotShipmentFile
           END-IF.

           IF WS-CHANGED = "Y"
               PERFORM REWRITE-INVOICES
           END-IF.

       RESTOCK-PRODUCT.
           MOVE "N" TO WS-LOCATED.
           MOVE "Y" TO WS-LOCATION-OK.
           MOVE SPACES TO WS-WAREHOUSE-CODE.
           IF WS-LOCATIONS-OPEN = "Y"
               PERFORM FIND-PRODUCT-LOCATION
           END-IF.
           IF WS-LOCATED = "Y"
               DISPLAY "ENTER WAREHOUSE RETURNED TO: "
               ACCEPT WS-WAREHOUSE-CODE
               MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER
               MOVE WS-WAREHOUSE-CODE TO IL-WAREHOUSE-CODE
               READ ItemLocationFile
                   INVALID KEY
                       DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                           " NOT STOCKED AT WAREHOUSE "
                           WS-WAREHOUSE-CODE " - RETURN REFUSED"
                       MOVE "23" TO WS-Product-Status
                       MOVE "N" TO WS-LOCATION-OK
               END-READ
           END-IF.
           IF WS-LOCATION-OK = "Y"
               PERFORM RESTOCK-PRODUCT-MASTER
           END-IF.

       RESTOCK-PRODUCT-MASTER.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                       " NOT ON MASTER - RETURN REFUSED"
                   MOVE "23" TO WS-Product-Status
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOT-OK
                   MOVE SPACES TO WS-LOT-NUMBER
                   IF PM-LOT-CONTROL = "L" OR PM-LOT-CONTROL = "S"
                       PERFORM ACCEPT-RETURN-LOT
                   END-IF
                   IF WS-LOT-OK = "Y"
                       PERFORM POST-RESTOCK
                   ELSE
                       MOVE "23" TO WS-Product-Status
                   END-IF
           END-READ.

       POST-RESTOCK.
           ADD WS-RETURN-QTY TO PM-ON-HAND-QTY.
           ACCEPT PM-WRITE-TIMESTAMP FROM DATE YYYYMMDD.
           REWRITE PRODUCT-MASTER-RECORD.
           IF WS-LOCATED = "Y"
               ADD WS-RETURN-QTY TO IL-ON-HAND-QTY
               MOVE WS-TODAY TO IL-WRITE-TIMESTAMP
               REWRITE ITEM-LOCATION-RECORD
           END-IF.
           IF WS-LOT-NUMBER NOT = SPACES
               PERFORM RESTOCK-LOT
           END-IF.
           MOVE WS-TODAY          TO IJ-POST-DATE.
           MOVE "R"               TO IJ-MOVEMENT-TYPE.
           MOVE WS-PRODUCT-NUMBER TO IJ-PRODUCT-NUMBER.
           MOVE WS-RETURN-QTY     TO IJ-QUANTITY.
           MOVE PM-ON-HAND-QTY    TO IJ-NEW-ON-HAND.
           MOVE WS-OPERATOR-ID    TO IJ-OPERATOR-ID.
           MOVE PM-UNIT-COST      TO IJ-UNIT-COST.
           COMPUTE IJ-EXTENDED-COST ROUNDED =
               WS-RETURN-QTY * PM-UNIT-COST.
           MOVE WS-WAREHOUSE-CODE TO IJ-WAREHOUSE-CODE.
           MOVE SPACES            TO IJ-TO-WAREHOUSE.
           MOVE WS-LOT-NUMBER     TO IJ-LOT-NUMBER.
           MOVE ZERO              TO IJ-PO-NUMBER.
           WRITE INV-JOURNAL-RECORD.
           MOVE "00" TO WS-Product-Status.

       ACCEPT-RETURN-LOT.
           MOVE "N" TO WS-LOT-OK.
           IF WS-LOTS-OPEN NOT = "Y"
               DISPLAY "LOT FILE NOT AVAILABLE - RETURN REFUSED"
           ELSE
           IF PM-LOT-CONTROL = "S" AND WS-RETURN-QTY NOT = 1
               DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                   " IS SERIAL-CONTROLLED - RETURN ONE UNIT PER "
                   "SERIAL NUMBER"
           ELSE
               DISPLAY "ENTER LOT/SERIAL NUMBER RETURNED: "
               ACCEPT WS-LOT-NUMBER
               IF WS-LOT-NUMBER = SPACES
                   DISPLAY "LOT OR SERIAL NUMBER REQUIRED - RETURN "
                       "REFUSED"
               ELSE
                   PERFORM CHECK-RETURN-LOT
               END-IF
           END-IF
           END-IF.

       CHECK-RETURN-LOT.
           MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO LT-WAREHOUSE-CODE.
           MOVE WS-LOT-NUMBER     TO LT-LOT-NUMBER.
           MOVE ZERO TO WS-EXPIRY-DATE.
           READ ItemLotFile
               INVALID KEY
                   MOVE "Y" TO WS-LOT-NEW
               NOT INVALID KEY
                   MOVE "N" TO WS-LOT-NEW
                   MOVE LT-EXPIRY-DATE TO WS-EXPIRY-DATE
           END-READ.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-LOT-NEW = "Y"
               DISPLAY "LOT NOT ON FILE - ENTER EXPIRY DATE "
                   "(YYYYMMDD, 0 = NONE): "
               ACCEPT WS-EXPIRY-DATE
               IF WS-EXPIRY-DATE NOT = ZERO
                   CALL "DATE-VALIDATE" USING WS-EXPIRY-DATE
                       WS-DATE-OK
               END-IF
           END-IF.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "INVALID EXPIRY DATE " WS-EXPIRY-DATE
                   " - RETURN REFUSED"
           ELSE
           IF PM-LOT-CONTROL = "S" AND WS-LOT-NEW = "N"
                   AND LT-ON-HAND-QTY + LT-IN-TRANSIT-QTY > 0
               DISPLAY "SERIAL " WS-LOT-NUMBER
                   " IS ALREADY IN STOCK - RETURN REFUSED"
           ELSE
               MOVE "Y" TO WS-LOT-OK
           END-IF
           END-IF.

       RESTOCK-LOT.
           MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO LT-WAREHOUSE-CODE.
           MOVE WS-LOT-NUMBER     TO LT-LOT-NUMBER.
           READ ItemLotFile
               INVALID KEY
                   MOVE PM-LOT-CONTROL    TO LT-LOT-CONTROL
                   MOVE WS-EXPIRY-DATE    TO LT-EXPIRY-DATE
                   MOVE WS-TODAY          TO LT-RECEIVED-DATE
                   MOVE ZERO              TO LT-PO-NUMBER
                   MOVE PM-PRIMARY-VENDOR TO LT-VENDOR
                   MOVE WS-RETURN-QTY     TO LT-ON-HAND-QTY
                   MOVE ZERO              TO LT-IN-TRANSIT-QTY
                   WRITE ITEM-LOT-RECORD
               NOT INVALID KEY
                   ADD WS-RETURN-QTY TO LT-ON-HAND-QTY
                   REWRITE ITEM-LOT-RECORD
           END-READ.
           MOVE WS-LOT-NUMBER     TO LS-LOT-NUMBER.
           MOVE WS-PRODUCT-NUMBER TO LS-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO LS-WAREHOUSE-CODE.
           MOVE "R"               TO LS-MOVEMENT-TYPE.
           MOVE IV-ORDER-NUMBER   TO LS-ORDER-NUMBER.
           MOVE IV-CUSTOMER-ID    TO LS-CUSTOMER-ID.
           MOVE ZERO              TO LS-SHIP-TO-NUMBER.
           MOVE WS-TODAY          TO LS-SHIP-DATE.
           MOVE WS-RETURN-QTY     TO LS-QUANTITY.
           MOVE WS-EXPIRY-DATE    TO LS-EXPIRY-DATE.
           MOVE WS-INVOICE-NUMBER TO LS-INVOICE-NUMBER.
           WRITE LOT-SHIPMENT-RECORD.

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

       APPLY-CREDIT-MEMO.
           MOVE IV-CUSTOMER-ID TO WS-CREDIT-CUSTOMER.
               MOVE WS-INVOICE-NUMBER  TO RC-INVOICE-NUMBER
               MOVE WS-APPLY-AMOUNT    TO RC-AMOUNT
               MOVE "M"                TO RC-RECEIPT-TYPE
               MOVE ZERO               TO RC-ORDER-NUMBER
               WRITE CASH-RECEIPT-RECORD
           END-IF.
           IF WS-UNAPPLIED > ZERO
               MOVE ZERO               TO RC-INVOICE-NUMBER
               MOVE WS-UNAPPLIED       TO RC-AMOUNT
               MOVE "U"                TO RC-RECEIPT-TYPE
               MOVE ZERO               TO RC-ORDER-NUMBER
               WRITE CASH-RECEIPT-RECORD
               DISPLAY "UNAPPLIED CREDIT OF " WS-UNAPPLIED
                   " HELD FOR CUSTOMER " WS-CREDIT-CUSTOMER
               MOVE "C"                    TO IV-INVOICE-TYPE
               MOVE SPACES                 TO IV-SALESPERSON
               MOVE "Y"                    TO IV-COMMISSION-PAID
               MOVE ZERO                   TO IV-FREIGHT-AMOUNT
               MOVE "N"                    TO IV-FREIGHT-TAXED
               MOVE WS-PRODUCT-NUMBER      TO IV-RETURN-PRODUCT
               ADD 1 TO WS-Invoice-Count
               MOVE INVOICE-HISTORY-RECORD
                   TO WS-Inv-Image(WS-Invoice-Count)
