           SELECT NextPoFile ASSIGN TO "nextpo.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT VendorItemFile ASSIGN TO "vendoritems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VI-VENDOR-ITEM-KEY
               FILE STATUS IS WS-Item-Status.
           SELECT PoPrintFile ASSIGN TO "purchaseorder.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.
           SELECT CsvFile ASSIGN TO "purchaseorder.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 NEXT-PO-RECORD.
           02 NP-NEXT-PO-NUMBER   PIC 9(6).

       FD VendorItemFile.
       COPY "VendorItem.cpy".

       FD PoPrintFile.
       01 PO-PRINT-LINE           PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-PO-STATUS        PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-Item-Status      PIC XX.
       01 WS-Print-Status     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-CATALOG-OPEN     PIC X VALUE "N".
       01 WS-CATALOG-FOUND    PIC X.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
       01 WS-PO-LINE-END      PIC X.
       01 WS-OPEN-COUNT       PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(4) VALUE 0.
       01 WS-ENTRY-QTY        PIC 9(7).
       01 WS-UOM-FACTOR       PIC 9(5).
       01 WS-UOM-FOUND        PIC X.
       01 WS-PURCHASE-QTY     PIC 9(7).
       01 WS-PO-DUE-DATE      PIC 9(8).
       01 WS-ENTRY-COST       PIC 9(5)V99.
       01 WS-COST-DISPLAY     PIC ZZ,ZZ9.99.
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-LINE-VALUE       PIC 9(9)V99.
       01 WS-PO-TOTAL         PIC 9(9)V99.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-PO-DETAIL-LINE.
           02 WS-PD-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-PART      PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-DESC      PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-QTY       PIC ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-UOM       PIC X(2).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-COST      PIC ZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-VALUE     PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-PD-DUE       PIC 9(8).
           02 FILLER          PIC X(2) VALUE SPACES.
       01 WS-PO-TOTAL-LINE.
           02 FILLER          PIC X(40) VALUE SPACES.
           02 FILLER          PIC X(16) VALUE "PURCHASE ORDER T".
           02 FILLER          PIC X(5) VALUE "OTAL ".
           02 WS-PT-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X(5) VALUE SPACES.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "PURCHASE ORDERS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "purchaseorder.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "purchaseorder.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "PO-ENTRY".
       01 WS-OPERATOR-ID       PIC X(10).
               CLOSE ProductMasterFile
               GOBACK
           END-IF.
           OPEN INPUT VendorItemFile.
           IF WS-Item-Status = "00"
               MOVE "Y" TO WS-CATALOG-OPEN
           END-IF.
           OPEN OUTPUT PoPrintFile.
           IF WS-Print-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN PURCHASE ORDER PRINT FILE: "
                   "STATUS " WS-Print-Status
               CLOSE ProductMasterFile
               CLOSE PurchaseOrderFile
               IF WS-CATALOG-OPEN = "Y"
                   CLOSE VendorItemFile
               END-IF
               GOBACK
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "PO NUMBER,VENDOR,PRODUCT,VENDOR PART,DESCRIPTION"
               ",QUANTITY,UOM,UNIT COST,EXTENDED,DUE DATE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           PERFORM UNTIL WS-END = "N"
               PERFORM ENTER-ONE-PO
               DISPLAY "ENTER ANOTHER PURCHASE ORDER (Y/N)? "
           END-PERFORM.
           CLOSE ProductMasterFile.
           CLOSE PurchaseOrderFile.
           CLOSE PoPrintFile.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-CATALOG-OPEN = "Y"
               CLOSE VendorItemFile
           END-IF.
           PERFORM SAVE-NEXT-PO-NUMBER.
           IF WS-REPORT-LINES > 0
               COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.

       ENTER-ONE-PO.
           DISPLAY "PURCHASE ORDER " WS-NEXT-PO-NUMBER.
           ACCEPT PO-VENDOR.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER DUE DATE (YYYYMMDD, 0=VENDOR LEAD TIME): "
               ACCEPT WS-PO-DUE-DATE
               IF WS-PO-DUE-DATE = ZERO
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   CALL "DATE-VALIDATE" USING WS-PO-DUE-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-PO-TOTAL.
           MOVE "Y" TO WS-PO-LINE-END.
           PERFORM UNTIL WS-PO-LINE-END = "N"
               PERFORM ENTER-PO-LINE
               ACCEPT WS-PO-LINE-END
           END-PERFORM.
           IF WS-LINE-COUNT > 0
               MOVE WS-PO-TOTAL TO WS-PT-VALUE
               MOVE WS-PO-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-PO-LINE
               PERFORM WRITE-PO-LINE
               DISPLAY "PURCHASE ORDER " WS-NEXT-PO-NUMBER
                   " RECORDED WITH " WS-LINE-COUNT " LINE(S)"
               ADD 1 TO WS-NEXT-PO-NUMBER
           END-READ.
           IF WS-PRODUCT-OK = "Y"
               DISPLAY PM-DESCRIPTION
               IF PM-PURCHASE-UOM = SPACES
                   MOVE PM-STOCK-UOM TO PM-PURCHASE-UOM
               END-IF
               PERFORM READ-VENDOR-ITEM
               CALL "UOM-CONVERT" USING PM-PRODUCT-NUMBER
                   PM-STOCK-UOM PM-PURCHASE-UOM WS-UOM-FACTOR
                   WS-UOM-FOUND
               DISPLAY "ENTER ORDER QUANTITY (" PM-PURCHASE-UOM "): "
               ACCEPT WS-ENTRY-QTY
               IF WS-ENTRY-QTY = ZERO
                   DISPLAY "ZERO QUANTITY - LINE REFUSED"
               ELSE
               IF WS-UOM-FOUND NOT = "Y"
                   DISPLAY "NO CONVERSION FROM " PM-PURCHASE-UOM
                       " TO " PM-STOCK-UOM " - LINE REFUSED"
               ELSE
                   IF WS-CATALOG-FOUND = "Y"
                           AND WS-ENTRY-QTY < VI-MIN-ORDER-QTY
                       DISPLAY "NOTE: BELOW VENDOR MINIMUM OF "
                           VI-MIN-ORDER-QTY " " PM-PURCHASE-UOM
                   END-IF
                   PERFORM ACCEPT-LINE-COST
                   PERFORM SET-LINE-DUE-DATE
                   COMPUTE PO-ORDER-QTY = WS-ENTRY-QTY * WS-UOM-FACTOR
                   MOVE PM-PURCHASE-UOM TO PO-PURCHASE-UOM
                   MOVE WS-UOM-FACTOR TO PO-UOM-FACTOR
                   IF WS-UOM-FACTOR > 1
                       DISPLAY WS-ENTRY-QTY " " PM-PURCHASE-UOM " = "
                           PO-ORDER-QTY " " PM-STOCK-UOM
                   END-IF
                   MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER
                   MOVE PM-PRODUCT-NUMBER TO PO-PRODUCT-NUMBER
                   MOVE ZERO TO PO-RECEIVED-QTY
                   MOVE WS-TODAY TO PO-ORDER-DATE
                   MOVE "O" TO PO-STATUS
                   MOVE WS-ENTRY-COST TO PO-UNIT-COST
                   WRITE PURCHASE-ORDER-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM PRINT-PO-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               END-IF
           END-IF.

       READ-VENDOR-ITEM.
           MOVE "N" TO WS-CATALOG-FOUND.
           IF WS-CATALOG-OPEN = "Y"
               MOVE PO-VENDOR TO VI-VENDOR-ID
               MOVE PM-PRODUCT-NUMBER TO VI-PRODUCT-NUMBER
               READ VendorItemFile
                   INVALID KEY
                       DISPLAY "NOT IN VENDOR CATALOG FOR " PO-VENDOR
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CATALOG-FOUND
                       MOVE VI-LAST-COST TO WS-COST-DISPLAY
                       DISPLAY "VENDOR PART " VI-VENDOR-PART
                           "  LAST COST " WS-COST-DISPLAY
                           "  MIN " VI-MIN-ORDER-QTY
                           "  LEAD " VI-LEAD-DAYS " DAYS"
               END-READ
           END-IF.
           IF WS-CATALOG-FOUND = "N"
               MOVE SPACES TO VI-VENDOR-PART
               MOVE ZERO TO VI-LAST-COST
               MOVE ZERO TO VI-MIN-ORDER-QTY
               MOVE ZERO TO VI-LEAD-DAYS
           END-IF.

       ACCEPT-LINE-COST.
           IF VI-LAST-COST > 0
               DISPLAY "ENTER UNIT COST PER " PM-PURCHASE-UOM
                   " (0=" WS-COST-DISPLAY "): "
           ELSE
               DISPLAY "ENTER UNIT COST PER " PM-PURCHASE-UOM ": "
           END-IF.
           ACCEPT WS-ENTRY-COST.
           IF WS-ENTRY-COST = ZERO
               MOVE VI-LAST-COST TO WS-ENTRY-COST
           END-IF.

       SET-LINE-DUE-DATE.
           IF WS-PO-DUE-DATE NOT = ZERO
               MOVE WS-PO-DUE-DATE TO PO-DUE-DATE
           ELSE
           IF VI-LEAD-DAYS > 0
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
                   VI-LEAD-DAYS PO-DUE-DATE
               DISPLAY "DUE " PO-DUE-DATE " FROM " VI-LEAD-DAYS
                   " DAY LEAD TIME"
           ELSE
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "NO LEAD TIME ON FILE - ENTER DUE DATE "
                       "(YYYYMMDD): "
                   ACCEPT PO-DUE-DATE
                   CALL "DATE-VALIDATE" USING PO-DUE-DATE WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       PRINT-PO-LINE.
           IF WS-LINE-COUNT = 0
               STRING "PURCHASE ORDER " WS-NEXT-PO-NUMBER
                   "   VENDOR " PO-VENDOR "   DATE " WS-TODAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PO-LINE
               PERFORM WRITE-PO-LINE
               MOVE "PROD  VENDOR PART     DESCRIPTION     "
                   TO WS-PRINT-LINE
               MOVE "QUANTITY UM UNIT COST   EXTENDED DUE DATE"
                   TO WS-PRINT-LINE(38:41)
               PERFORM WRITE-PO-LINE
           END-IF.
           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-ENTRY-QTY * WS-ENTRY-COST.
           ADD WS-LINE-VALUE TO WS-PO-TOTAL.
           MOVE PM-PRODUCT-NUMBER TO WS-PD-PRODUCT.
           MOVE VI-VENDOR-PART    TO WS-PD-PART.
           MOVE PM-DESCRIPTION    TO WS-PD-DESC.
           MOVE WS-ENTRY-QTY      TO WS-PD-QTY.
           MOVE PM-PURCHASE-UOM   TO WS-PD-UOM.
           MOVE WS-ENTRY-COST     TO WS-PD-COST.
           MOVE WS-LINE-VALUE     TO WS-PD-VALUE.
           MOVE PO-DUE-DATE       TO WS-PD-DUE.
           MOVE WS-PO-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-PO-LINE.
           MOVE WS-NEXT-PO-NUMBER TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PO-VENDOR         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PM-PRODUCT-NUMBER TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE VI-VENDOR-PART    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PM-DESCRIPTION    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-ENTRY-QTY      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PM-PURCHASE-UOM   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-ENTRY-COST     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-LINE-VALUE     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE PO-DUE-DATE       TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           PERFORM WRITE-CSV-ROW.

       WRITE-PO-LINE.
           MOVE WS-PRINT-LINE TO PO-PRINT-LINE.
           WRITE PO-PRINT-LINE.
           ADD 1 TO WS-REPORT-LINES.
           MOVE SPACES TO WS-PRINT-LINE.

       OPEN-PO-REPORT.
           OPEN INPUT PurchaseOrderFile.
           END-IF.
           DISPLAY " ".
           DISPLAY "OPEN AND OVERDUE PURCHASE ORDERS - " WS-TODAY.
           DISPLAY "PO      VENDOR  PRODUCT  ORDERED     RECEIVED"
               "  DUE       ST".
           DISPLAY "--------------------------------------------".
           PERFORM UNTIL WS-EOF = "Y"
                   NOT AT END
                       IF PO-STATUS NOT = "C"
                           ADD 1 TO WS-OPEN-COUNT
                           IF PO-UOM-FACTOR = ZERO
                               MOVE 1 TO PO-UOM-FACTOR
                           END-IF
                           DIVIDE PO-ORDER-QTY BY PO-UOM-FACTOR
                               GIVING WS-PURCHASE-QTY
                           IF PO-DUE-DATE < WS-TODAY
                               ADD 1 TO WS-OVERDUE-COUNT
                               DISPLAY PO-NUMBER "  " PO-VENDOR
                                   "  " PO-PRODUCT-NUMBER "    "
                                   WS-PURCHASE-QTY " "
                                   PO-PURCHASE-UOM "  "
                                   PO-RECEIVED-QTY "  "
                                   PO-DUE-DATE "  " PO-STATUS
                                   " ** OVERDUE"
                           ELSE
                               DISPLAY PO-NUMBER "  " PO-VENDOR
                                   "  " PO-PRODUCT-NUMBER "    "
                                   WS-PURCHASE-QTY " "
                                   PO-PURCHASE-UOM "  "
                                   PO-RECEIVED-QTY "  "
                                   PO-DUE-DATE "  " PO-STATUS
                           END-IF
           DISPLAY "--------------------------------------------".
           DISPLAY "OPEN PO LINES   : " WS-OPEN-COUNT.
           DISPLAY "OVERDUE PO LINES: " WS-OVERDUE-COUNT.

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
