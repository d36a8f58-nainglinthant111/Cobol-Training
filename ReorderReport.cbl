           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT ItemLocationFile ASSIGN TO "itemlocations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-LOCATION-KEY
               FILE STATUS IS WS-Location-Status.
           SELECT VendorItemFile ASSIGN TO "vendoritems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VI-VENDOR-ITEM-KEY
               FILE STATUS IS WS-Item-Status.
           SELECT CsvFile ASSIGN TO "reorder.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY "OrderFile.cpy".

       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       FD VendorItemFile.
       COPY "VendorItem.cpy".

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Product-Status   PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Location-Status  PIC XX.
       01 WS-Location-Open    PIC X VALUE "N".
       01 WS-Location-Eof     PIC X.
       01 WS-Item-Status      PIC XX.
       01 WS-Item-Open        PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 9(2).
       01 WS-WORK-DAY         PIC 9(2).
       01 WS-WORK-DAYS        PIC 9(7).
       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-USAGE-WINDOW     PIC 9(3) VALUE 90.
       01 WS-USAGE            PIC 9(7).
       01 WS-LEAD-DAYS        PIC 9(3).
       01 WS-COVER-DAYS       PIC 9(3).
       01 WS-URGENT-COUNT     PIC 9(3) VALUE 0.

       01 WS-Location-Table.
           02 WS-Loc-Count PIC 9(2) VALUE 0.
           02 WS-Loc-Entry OCCURS 20 TIMES.
             03 WS-Loc-Warehouse PIC X(2).
             03 WS-Loc-OnHand    PIC 9(7).
             03 WS-Loc-InTransit PIC 9(7).
             03 WS-Loc-Point     PIC 9(7).
             03 WS-Loc-OrderQty  PIC 9(7).
       01 WS-Loc-Sub          PIC 9(2).
       01 WS-Src-Sub          PIC 9(2).
       01 WS-SURPLUS          PIC S9(7).
       01 WS-BEST-SURPLUS     PIC S9(7).
       01 WS-TRANSFER-FROM    PIC X(2).

       01 WS-Committed-Table.
           02 WS-Com-Count PIC 9(3) VALUE 0.
           02 WS-Com-Entry OCCURS 500 TIMES.
             03 WS-Com-Product PIC 9(5).
             03 WS-Com-Qty     PIC 9(7).
             03 WS-Com-Usage   PIC 9(7).
       01 WS-Com-Sub          PIC 9(3).
       01 WS-Com-Found        PIC X.

           02 WS-Sug-Entry OCCURS 500 TIMES.
             03 WS-Sug-Vendor   PIC X(5).
             03 WS-Sug-Product  PIC 9(5).
             03 WS-Sug-Warehouse PIC X(2).
             03 WS-Sug-From-Wh  PIC X(2).
             03 WS-Sug-InTransit PIC 9(7).
             03 WS-Sug-Desc     PIC X(30).
             03 WS-Sug-OnHand   PIC 9(7).
             03 WS-Sug-Committed PIC 9(7).
             03 WS-Sug-Available PIC S9(7).
             03 WS-Sug-Point    PIC 9(7).
             03 WS-Sug-OrderQty PIC 9(7).
             03 WS-Sug-Lead     PIC 9(3).
             03 WS-Sug-Cover    PIC 9(3).
             03 WS-Sug-Urgent   PIC X.
             03 WS-Sug-Printed  PIC X.
       01 WS-Sug-Sub          PIC 9(3).
       01 WS-Vnd-Sub          PIC 9(3).
       01 WS-COMMITTED        PIC 9(7).

       01 WS-ENV-MODE          PIC X VALUE "L".
       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "REORDER REPORT".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "reorder.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
           PERFORM LOAD-COMMITTED-QUANTITIES.
           PERFORM SCAN-PRODUCT-MASTER.
           PERFORM PRINT-REORDER-REPORT.
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF OR-ORDER-STATUS NOT = "X"
                               PERFORM ADD-COMMITTED-QTY
                           END-IF
                   END-READ
                   MOVE OR-PRODUCT-NUMBER
                       TO WS-Com-Product(WS-Com-Sub)
                   MOVE 0 TO WS-Com-Qty(WS-Com-Sub)
                   MOVE 0 TO WS-Com-Usage(WS-Com-Sub)
               END-IF
           END-IF.
           IF WS-Com-Sub >= 1 AND WS-Com-Sub <= WS-Com-Count
               IF OR-ORDER-STATUS = "O"
                       OR OR-ORDER-STATUS = "P"
                       OR OR-ORDER-STATUS = "H"
                   ADD OR-QUANTITY TO WS-Com-Qty(WS-Com-Sub)
               END-IF
               MOVE OR-ORDER-DATE TO WS-WORK-DATE
               PERFORM DATE-TO-DAYS
               IF WS-WORK-DAYS <= WS-TODAY-DAYS
                       AND WS-TODAY-DAYS - WS-WORK-DAYS
                           < WS-USAGE-WINDOW
                   ADD OR-QUANTITY TO WS-Com-Usage(WS-Com-Sub)
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

       SCAN-PRODUCT-MASTER.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
                   WS-Product-Status
               STOP RUN
           END-IF.
           OPEN INPUT ItemLocationFile.
           IF WS-Location-Status = "00"
               MOVE "Y" TO WS-Location-Open
           END-IF.
           OPEN INPUT VendorItemFile.
           IF WS-Item-Status = "00"
               MOVE "Y" TO WS-Item-Open
           END-IF.
           PERFORM UNTIL WS-Eof = "Y"
               READ ProductMasterFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF PM-STATUS-CODE NOT = "H"
                               AND PM-STATUS-CODE NOT = "D"
                           MOVE 0 TO WS-Loc-Count
                           IF WS-Location-Open = "Y"
                               PERFORM LOAD-PRODUCT-LOCATIONS
                           END-IF
                           IF WS-Loc-Count > 0
                               PERFORM CHECK-PRODUCT-LOCATIONS
                           ELSE
                           IF PM-REORDER-POINT > 0
                               PERFORM CHECK-ONE-PRODUCT
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ProductMasterFile.
           IF WS-Location-Open = "Y"
               CLOSE ItemLocationFile
           END-IF.
           IF WS-Item-Open = "Y"
               CLOSE VendorItemFile
           END-IF.

       LOAD-PRODUCT-LOCATIONS.
           MOVE PM-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
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
                       IF IL-PRODUCT-NUMBER NOT = PM-PRODUCT-NUMBER
                               OR WS-Loc-Count >= 20
                           MOVE "Y" TO WS-Location-Eof
                       ELSE
                           ADD 1 TO WS-Loc-Count
                           MOVE IL-WAREHOUSE-CODE
                               TO WS-Loc-Warehouse(WS-Loc-Count)
                           MOVE IL-ON-HAND-QTY
                               TO WS-Loc-OnHand(WS-Loc-Count)
                           MOVE IL-IN-TRANSIT-QTY
                               TO WS-Loc-InTransit(WS-Loc-Count)
                           MOVE IL-REORDER-POINT
                               TO WS-Loc-Point(WS-Loc-Count)
                           MOVE IL-REORDER-QTY
                               TO WS-Loc-OrderQty(WS-Loc-Count)
                           IF IL-REORDER-QTY = ZERO
                               MOVE PM-REORDER-QTY
                                   TO WS-Loc-OrderQty(WS-Loc-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PRODUCT-LOCATIONS.
           PERFORM VARYING WS-Loc-Sub FROM 1 BY 1
                   UNTIL WS-Loc-Sub > WS-Loc-Count
               COMPUTE WS-AVAILABLE = WS-Loc-OnHand(WS-Loc-Sub)
                   + WS-Loc-InTransit(WS-Loc-Sub)
               IF WS-Loc-Point(WS-Loc-Sub) > 0
                       AND WS-AVAILABLE < WS-Loc-Point(WS-Loc-Sub)
                       AND WS-Sug-Count < 500
                   PERFORM FIND-TRANSFER-SOURCE
                   ADD 1 TO WS-Sug-Count
                   MOVE PM-PRIMARY-VENDOR
                       TO WS-Sug-Vendor(WS-Sug-Count)
                   MOVE PM-PRODUCT-NUMBER
                       TO WS-Sug-Product(WS-Sug-Count)
                   MOVE WS-Loc-Warehouse(WS-Loc-Sub)
                       TO WS-Sug-Warehouse(WS-Sug-Count)
                   MOVE WS-TRANSFER-FROM
                       TO WS-Sug-From-Wh(WS-Sug-Count)
                   MOVE PM-DESCRIPTION TO WS-Sug-Desc(WS-Sug-Count)
                   MOVE WS-Loc-OnHand(WS-Loc-Sub)
                       TO WS-Sug-OnHand(WS-Sug-Count)
                   MOVE WS-Loc-InTransit(WS-Loc-Sub)
                       TO WS-Sug-InTransit(WS-Sug-Count)
                   MOVE 0 TO WS-Sug-Committed(WS-Sug-Count)
                   MOVE WS-AVAILABLE
                       TO WS-Sug-Available(WS-Sug-Count)
                   MOVE WS-Loc-Point(WS-Loc-Sub)
                       TO WS-Sug-Point(WS-Sug-Count)
                   MOVE WS-Loc-OrderQty(WS-Loc-Sub)
                       TO WS-Sug-OrderQty(WS-Sug-Count)
                   MOVE "N" TO WS-Sug-Printed(WS-Sug-Count)
                   PERFORM SET-URGENCY
               END-IF
           END-PERFORM.

       FIND-TRANSFER-SOURCE.
           MOVE SPACES TO WS-TRANSFER-FROM.
           MOVE 0 TO WS-BEST-SURPLUS.
           PERFORM VARYING WS-Src-Sub FROM 1 BY 1
                   UNTIL WS-Src-Sub > WS-Loc-Count
               IF WS-Src-Sub NOT = WS-Loc-Sub
                   COMPUTE WS-SURPLUS = WS-Loc-OnHand(WS-Src-Sub)
                       - WS-Loc-Point(WS-Src-Sub)
                   IF WS-SURPLUS >= WS-Loc-OrderQty(WS-Loc-Sub)
                           AND WS-SURPLUS > WS-BEST-SURPLUS
                       MOVE WS-SURPLUS TO WS-BEST-SURPLUS
                       MOVE WS-Loc-Warehouse(WS-Src-Sub)
                           TO WS-TRANSFER-FROM
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-PRODUCT.
           MOVE 0 TO WS-COMMITTED.
                   TO WS-Sug-Vendor(WS-Sug-Count)
               MOVE PM-PRODUCT-NUMBER
                   TO WS-Sug-Product(WS-Sug-Count)
               MOVE SPACES TO WS-Sug-Warehouse(WS-Sug-Count)
               MOVE SPACES TO WS-Sug-From-Wh(WS-Sug-Count)
               MOVE PM-DESCRIPTION TO WS-Sug-Desc(WS-Sug-Count)
               MOVE PM-ON-HAND-QTY TO WS-Sug-OnHand(WS-Sug-Count)
               MOVE 0 TO WS-Sug-InTransit(WS-Sug-Count)
               MOVE WS-COMMITTED
                   TO WS-Sug-Committed(WS-Sug-Count)
               MOVE WS-AVAILABLE
               MOVE PM-REORDER-QTY
                   TO WS-Sug-OrderQty(WS-Sug-Count)
               MOVE "N" TO WS-Sug-Printed(WS-Sug-Count)
               PERFORM SET-URGENCY
           END-IF.

       PRINT-REORDER-REPORT.
           DISPLAY " ".
           DISPLAY "SUGGESTED PURCHASE REPORT".
           DISPLAY "==================================================".
           PERFORM OPEN-CSV-EXPORT.
           STRING "VENDOR,PRODUCT,WAREHOUSE,DESCRIPTION,ON HAND"
               ",IN TRANSIT,COMMITTED,AVAILABLE,REORDER POINT"
               ",SUGGESTED QTY,LEAD DAYS,COVER DAYS,URGENT"
               ",TRANSFER FROM"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           IF WS-Sug-Count = 0
               DISPLAY "NO PRODUCTS BELOW REORDER POINT."
           END-IF.
                       TO WS-CURRENT-VENDOR
                   DISPLAY " "
                   DISPLAY "VENDOR " WS-CURRENT-VENDOR
                   DISPLAY "PRODUCT WH  DESCRIPTION"
                       "                     ON-HAND  IN-TRANS"
                       "  COMMITTED  AVAILABLE  POINT    SUGGEST"
                       "  LEAD COVER"
                   PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
                           UNTIL WS-Vnd-Sub > WS-Sug-Count
                       IF WS-Sug-Vendor(WS-Vnd-Sub)
                               = WS-CURRENT-VENDOR
                               AND WS-Sug-Printed(WS-Vnd-Sub) = "N"
                           DISPLAY WS-Sug-Product(WS-Vnd-Sub) "   "
                               WS-Sug-Warehouse(WS-Vnd-Sub) "  "
                               WS-Sug-Desc(WS-Vnd-Sub) "  "
                               WS-Sug-OnHand(WS-Vnd-Sub) "  "
                               WS-Sug-InTransit(WS-Vnd-Sub) "  "
                               WS-Sug-Committed(WS-Vnd-Sub) "  "
                               WS-Sug-Available(WS-Vnd-Sub) "  "
                               WS-Sug-Point(WS-Vnd-Sub) "  "
                               WS-Sug-OrderQty(WS-Vnd-Sub) "  "
                               WS-Sug-Lead(WS-Vnd-Sub) "  "
                               WS-Sug-Cover(WS-Vnd-Sub)
                           IF WS-Sug-Urgent(WS-Vnd-Sub) = "Y"
                               DISPLAY "          ** URGENT - STOCK "
                                   "RUNS OUT BEFORE A NEW ORDER CAN "
                                   "ARRIVE"
                           END-IF
                           IF WS-Sug-From-Wh(WS-Vnd-Sub) NOT = SPACES
                               DISPLAY "          TRANSFER FROM "
                                   "WAREHOUSE "
                                   WS-Sug-From-Wh(WS-Vnd-Sub)
                                   " INSTEAD OF BUYING"
                           END-IF
                           PERFORM EXPORT-REORDER-LINE
                           MOVE "Y"
                               TO WS-Sug-Printed(WS-Vnd-Sub)
                       END-IF
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "PRODUCT LOCATIONS BELOW REORDER POINT: "
               WS-Sug-Count.
           DISPLAY "URGENT WITHIN VENDOR LEAD TIME:        "
               WS-URGENT-COUNT.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.

       EXPORT-REORDER-LINE.
           MOVE WS-Sug-Vendor(WS-Vnd-Sub)    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Sug-Product(WS-Vnd-Sub)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Sug-Warehouse(WS-Vnd-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Sug-Desc(WS-Vnd-Sub)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Sug-OnHand(WS-Vnd-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-InTransit(WS-Vnd-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-Committed(WS-Vnd-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-Available(WS-Vnd-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-Point(WS-Vnd-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-OrderQty(WS-Vnd-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-Lead(WS-Vnd-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-Cover(WS-Vnd-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sug-Urgent(WS-Vnd-Sub)    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Sug-From-Wh(WS-Vnd-Sub)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       SET-URGENCY.
           MOVE 0 TO WS-LEAD-DAYS.
           IF WS-Item-Open = "Y"
               MOVE PM-PRIMARY-VENDOR TO VI-VENDOR-ID
               MOVE PM-PRODUCT-NUMBER TO VI-PRODUCT-NUMBER
               READ VendorItemFile
                   NOT INVALID KEY
                       MOVE VI-LEAD-DAYS TO WS-LEAD-DAYS
               END-READ
           END-IF.
           MOVE 0 TO WS-USAGE.
           PERFORM VARYING WS-Com-Sub FROM 1 BY 1
                   UNTIL WS-Com-Sub > WS-Com-Count
               IF WS-Com-Product(WS-Com-Sub) = PM-PRODUCT-NUMBER
                   MOVE WS-Com-Usage(WS-Com-Sub) TO WS-USAGE
                   MOVE WS-Com-Count TO WS-Com-Sub
               END-IF
           END-PERFORM.
           IF WS-AVAILABLE <= 0
               MOVE 0 TO WS-COVER-DAYS
           ELSE
           IF WS-USAGE = 0
                   OR WS-AVAILABLE * WS-USAGE-WINDOW / WS-USAGE > 999
               MOVE 999 TO WS-COVER-DAYS
           ELSE
               COMPUTE WS-COVER-DAYS =
                   WS-AVAILABLE * WS-USAGE-WINDOW / WS-USAGE
           END-IF
           END-IF.
           MOVE WS-LEAD-DAYS TO WS-Sug-Lead(WS-Sug-Count).
           MOVE WS-COVER-DAYS TO WS-Sug-Cover(WS-Sug-Count).
           IF WS-AVAILABLE <= 0 OR WS-COVER-DAYS < WS-LEAD-DAYS
               MOVE "Y" TO WS-Sug-Urgent(WS-Sug-Count)
               ADD 1 TO WS-URGENT-COUNT
           ELSE
               MOVE "N" TO WS-Sug-Urgent(WS-Sug-Count)
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
