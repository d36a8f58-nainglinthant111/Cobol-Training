       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
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
           SELECT PickListFile ASSIGN TO "picklist.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Pick-Status.
           SELECT CsvFile ASSIGN TO "picklist.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY "OrderFile.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       FD PickListFile.
       01 PICK-LIST-LINE          PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Order-Status     PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-ShipTo-Status    PIC XX.
       01 WS-Pick-Status      PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Customer-Open    PIC X VALUE "N".
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-TABLE-FULL       PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-ORDER-COUNT      PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT      PIC 9(5) VALUE 0.
       01 WS-LAST-ORDER       PIC 9(6).

       01 WS-Pick-Table.
           02 WS-Pick-Count PIC 9(4) VALUE 0.
           02 WS-Pick-Entry OCCURS 2000 TIMES.
             03 WS-Pick-Key.
               04 WS-Pick-Order    PIC 9(6).
               04 WS-Pick-Product  PIC 9(5).
             03 WS-Pick-Qty        PIC 9(5).
             03 WS-Pick-Customer   PIC 9(5).
             03 WS-Pick-Ship-To    PIC 9(3).
             03 WS-Pick-Date       PIC 9(8).
             03 WS-Pick-Uom        PIC X(2).
             03 WS-Pick-Factor     PIC 9(5).
       01 WS-Pick-Sub         PIC 9(4).
       01 WS-Pick-Insert      PIC 9(4).
       01 WS-NEW-KEY.
           02 WS-NEW-ORDER        PIC 9(6).
           02 WS-NEW-PRODUCT      PIC 9(5).

       01 WS-PRINT-LINE       PIC X(80).
       01 WS-QTY-EDIT         PIC ZZ,ZZ9.
       01 WS-ONHAND-EDIT      PIC Z,ZZZ,ZZ9.
       01 WS-SHORT-FLAG       PIC X(5).
       01 WS-SELL-QTY         PIC 9(5).
       01 WS-SELL-REMAINDER   PIC 9(5).
       01 WS-SELL-EDIT        PIC ZZ,ZZ9.
       01 WS-REMAINDER-EDIT   PIC ZZZZ9.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "PICK-LIST".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "PICK LISTS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "picklist.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "picklist.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
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

           PERFORM LOAD-OPEN-LINES.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "ORDER FILE EXCEEDS 2000 OPEN LINES - "
                   "PICK LIST NOT PRODUCED"
               STOP RUN
           END-IF.
           IF WS-Pick-Count = 0
               DISPLAY "NO OPEN ORDER LINES TO PICK."
               STOP RUN
           END-IF.

           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "Unable to open product master: status "
                   WS-Product-Status
               STOP RUN
           END-IF.
           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           END-IF.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-Status = "00"
               MOVE "Y" TO WS-ShipTo-Open
           END-IF.
           OPEN OUTPUT PickListFile.
           IF WS-Pick-Status NOT = "00"
               DISPLAY "Unable to open pick list file: status "
                   WS-Pick-Status
               CLOSE ProductMasterFile
               STOP RUN
           END-IF.

           PERFORM OPEN-CSV-EXPORT.
           STRING "ORDER,ORDER DATE,CUSTOMER,CUSTOMER NAME,SHIP TO"
               ",PRODUCT,DESCRIPTION,QUANTITY TO PICK,ON HAND"
               ",SHORT,AS SOLD QUANTITY,AS SOLD UOM,REMAINDER"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           MOVE 0 TO WS-LAST-ORDER.
           PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                   UNTIL WS-Pick-Sub > WS-Pick-Count
               IF WS-Pick-Order(WS-Pick-Sub) NOT = WS-LAST-ORDER
                   PERFORM PRINT-ORDER-HEADING
               END-IF
               PERFORM PRINT-PICK-LINE
           END-PERFORM.

           CLOSE PickListFile.
           PERFORM CLOSE-CSV-EXPORT.
           CLOSE ProductMasterFile.
           IF WS-Customer-Open = "Y"
               CLOSE CustomerFile
           END-IF.
           IF WS-ShipTo-Open = "Y"
               CLOSE ShipToFile
           END-IF.

           DISPLAY "ORDERS ON PICK LIST: " WS-ORDER-COUNT
               " TO picklist.prt".
           DISPLAY "LINES TO PICK      : " WS-Pick-Count.
           DISPLAY "LINES SHORT ON HAND: " WS-SHORT-COUNT.
           DISPLAY "LINES ON CREDIT HOLD NOT LISTED: " WS-HELD-COUNT.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           DISPLAY "OUTPUT REGISTERED ON THE PRINT SPOOL "
               "CATALOG.".

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-OPEN-LINES.
           OPEN INPUT OrderFile.
           IF WS-Order-Status NOT = "00"
               DISPLAY "ORDER FILE NOT AVAILABLE: STATUS "
                   WS-Order-Status
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Eof = "Y"
               READ OrderFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF OR-ORDER-STATUS = "O"
                           IF WS-Pick-Count >= 2000
                               MOVE "Y" TO WS-TABLE-FULL
                           ELSE
                               PERFORM INSERT-PICK-LINE
                           END-IF
                       ELSE
                           IF OR-ORDER-STATUS = "H"
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OrderFile.

       INSERT-PICK-LINE.
           MOVE OR-ORDER-NUMBER   TO WS-NEW-ORDER.
           MOVE OR-PRODUCT-NUMBER TO WS-NEW-PRODUCT.
           MOVE 0 TO WS-Pick-Insert.
           PERFORM VARYING WS-Pick-Sub FROM 1 BY 1
                   UNTIL WS-Pick-Sub > WS-Pick-Count
               IF WS-Pick-Key(WS-Pick-Sub) > WS-NEW-KEY
                   MOVE WS-Pick-Sub TO WS-Pick-Insert
                   MOVE WS-Pick-Count TO WS-Pick-Sub
               END-IF
           END-PERFORM.
           IF WS-Pick-Insert = 0
               COMPUTE WS-Pick-Insert = WS-Pick-Count + 1
           END-IF.
           PERFORM VARYING WS-Pick-Sub FROM WS-Pick-Count BY -1
                   UNTIL WS-Pick-Sub < WS-Pick-Insert
               MOVE WS-Pick-Entry(WS-Pick-Sub)
                   TO WS-Pick-Entry(WS-Pick-Sub + 1)
           END-PERFORM.
           ADD 1 TO WS-Pick-Count.
           MOVE WS-NEW-KEY TO WS-Pick-Key(WS-Pick-Insert).
           MOVE OR-QUANTITY TO WS-Pick-Qty(WS-Pick-Insert).
           MOVE OR-CUSTOMER-ID TO WS-Pick-Customer(WS-Pick-Insert).
           MOVE OR-SHIP-TO-NUMBER TO WS-Pick-Ship-To(WS-Pick-Insert).
           MOVE OR-ORDER-DATE TO WS-Pick-Date(WS-Pick-Insert).
           MOVE OR-SELL-UOM TO WS-Pick-Uom(WS-Pick-Insert).
           MOVE OR-UOM-FACTOR TO WS-Pick-Factor(WS-Pick-Insert).

       PRINT-ORDER-HEADING.
           MOVE WS-Pick-Order(WS-Pick-Sub) TO WS-LAST-ORDER.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE SPACES TO CustomerName.
           IF WS-Customer-Open = "Y"
               MOVE WS-Pick-Customer(WS-Pick-Sub) TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO CustomerName
               END-READ
           END-IF.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-PICK-LIST-LINE.
           IF WS-ENV-MODE = "T"
               MOVE "*** TRAINING - NOT A LIVE PICK LIST ***"
                   TO WS-PRINT-LINE
               PERFORM WRITE-PICK-LIST-LINE
           END-IF.
           STRING "PICK LIST  ORDER " WS-Pick-Order(WS-Pick-Sub)
               "  ORDERED " WS-Pick-Date(WS-Pick-Sub)
               "  PRINTED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PICK-LIST-LINE.
           STRING "CUSTOMER " WS-Pick-Customer(WS-Pick-Sub) " "
               CustomerName DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PICK-LIST-LINE.
           IF WS-Pick-Ship-To(WS-Pick-Sub) = ZERO
               MOVE "SHIP TO  BILL-TO ADDRESS" TO WS-PRINT-LINE
           ELSE
               MOVE SPACES TO ShipToName ShipToCity ShipToState
               IF WS-ShipTo-Open = "Y"
                   MOVE WS-Pick-Customer(WS-Pick-Sub)
                       TO ShipToCustomerID
                   MOVE WS-Pick-Ship-To(WS-Pick-Sub) TO ShipToNumber
                   READ ShipToFile
                       INVALID KEY
                           MOVE "SHIP-TO NOT ON FILE" TO ShipToName
                   END-READ
               END-IF
               STRING "SHIP TO  " WS-Pick-Ship-To(WS-Pick-Sub) " "
                   ShipToName " " ShipToCity " " ShipToState
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-PICK-LIST-LINE.
           MOVE "PRODUCT DESCRIPTION" TO WS-PRINT-LINE.
           MOVE "TO PICK" TO WS-PRINT-LINE(40:7).
           MOVE "ON HAND" TO WS-PRINT-LINE(50:7).
           MOVE "AS SOLD" TO WS-PRINT-LINE(64:7).
           PERFORM WRITE-PICK-LIST-LINE.

       PRINT-PICK-LINE.
           MOVE WS-Pick-Product(WS-Pick-Sub) TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   MOVE "DESCRIPTION UNAVAILABLE" TO PM-DESCRIPTION
                   MOVE 0 TO PM-ON-HAND-QTY
           END-READ.
           MOVE SPACES TO WS-SHORT-FLAG.
           IF PM-ON-HAND-QTY < WS-Pick-Qty(WS-Pick-Sub)
               MOVE "SHORT" TO WS-SHORT-FLAG
               ADD 1 TO WS-SHORT-COUNT
           END-IF.
           MOVE WS-Pick-Qty(WS-Pick-Sub) TO WS-QTY-EDIT.
           MOVE PM-ON-HAND-QTY TO WS-ONHAND-EDIT.
           STRING WS-Pick-Product(WS-Pick-Sub) "   "
               PM-DESCRIPTION "  " WS-QTY-EDIT " "
               WS-ONHAND-EDIT " " WS-SHORT-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF WS-Pick-Factor(WS-Pick-Sub) > 1
               PERFORM EDIT-SOLD-QUANTITY
           END-IF.
           PERFORM WRITE-PICK-LIST-LINE.
           PERFORM EXPORT-PICK-LINE.

       EXPORT-PICK-LINE.
           MOVE WS-Pick-Order(WS-Pick-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Pick-Date(WS-Pick-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Pick-Customer(WS-Pick-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE CustomerName                  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Pick-Ship-To(WS-Pick-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Pick-Product(WS-Pick-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PM-DESCRIPTION                TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Pick-Qty(WS-Pick-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PM-ON-HAND-QTY                TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-SHORT-FLAG                 TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           IF WS-Pick-Factor(WS-Pick-Sub) > 1
               MOVE WS-SELL-QTY TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WS-Pick-Uom(WS-Pick-Sub) TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-SELL-REMAINDER TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
           ELSE
               PERFORM ADD-CSV-TEXT 3 TIMES
           END-IF.
           PERFORM WRITE-CSV-ROW.

       EDIT-SOLD-QUANTITY.
           DIVIDE WS-Pick-Qty(WS-Pick-Sub)
               BY WS-Pick-Factor(WS-Pick-Sub)
               GIVING WS-SELL-QTY REMAINDER WS-SELL-REMAINDER.
           MOVE WS-SELL-QTY TO WS-SELL-EDIT.
           MOVE WS-SELL-EDIT TO WS-PRINT-LINE(64:6).
           MOVE WS-Pick-Uom(WS-Pick-Sub) TO WS-PRINT-LINE(71:2).
           IF WS-SELL-REMAINDER > 0
               MOVE WS-SELL-REMAINDER TO WS-REMAINDER-EDIT
               MOVE "+" TO WS-PRINT-LINE(74:1)
               MOVE WS-REMAINDER-EDIT TO WS-PRINT-LINE(75:5)
           END-IF.

       WRITE-PICK-LIST-LINE.
           MOVE WS-PRINT-LINE TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.
           ADD 1 TO WS-REPORT-LINES.
           ADD 1 TO WS-WRITTEN-COUNT.
           DISPLAY WS-PRINT-LINE.
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
