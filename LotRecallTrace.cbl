       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-RECALL-TRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemLotFile ASSIGN TO "itemlots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-Lot-Status.
           SELECT LotShipmentFile ASSIGN TO "lotshipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Lot-Ship-Status.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
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
           SELECT TraceFile ASSIGN TO "recalltrace.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trace-Status.
           SELECT CsvFile ASSIGN TO "recalltrace.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ItemLotFile.
       COPY "ItemLot.cpy".

       FD LotShipmentFile.
       COPY "LotShipment.cpy".

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD TraceFile.
       01 TRACE-LINE              PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Lot-Status       PIC XX.
       01 WS-Lot-Ship-Status  PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Trace-Status     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Customer-Open    PIC X VALUE "N".
       01 WS-Product-Open     PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-LOT-NUMBER       PIC X(15).

       01 WS-Trace-Table.
           02 WS-Trace-Count PIC 9(3) VALUE 0.
           02 WS-Trace-Entry OCCURS 500 TIMES.
             03 WS-Tr-Type      PIC X.
             03 WS-Tr-Product   PIC 9(5).
             03 WS-Tr-Warehouse PIC X(2).
             03 WS-Tr-Order     PIC 9(6).
             03 WS-Tr-Invoice   PIC 9(6).
             03 WS-Tr-Customer  PIC 9(5).
             03 WS-Tr-Ship-To   PIC 9(3).
             03 WS-Tr-Date      PIC 9(8).
             03 WS-Tr-Qty       PIC 9(5).
       01 WS-Trace-Sub        PIC 9(3).
       01 WS-Trace-Full       PIC X VALUE "N".

       01 WS-Cust-Table.
           02 WS-Cust-Count PIC 9(3) VALUE 0.
           02 WS-Cust-Entry OCCURS 500 TIMES.
             03 WS-Cust-ID      PIC 9(5).
       01 WS-Cust-Sub         PIC 9(3).
       01 WS-Cust-Found       PIC X.

       01 WS-LOTS-FOUND       PIC 9(3) VALUE 0.
       01 WS-SHIPPED-TOTAL    PIC 9(7) VALUE 0.
       01 WS-RETURNED-TOTAL   PIC 9(7) VALUE 0.
       01 WS-REMAINING-TOTAL  PIC 9(7) VALUE 0.
       01 WS-COUNT-OUT        PIC ZZZ,ZZ9.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-LOT-LINE.
           02 WS-LL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-WAREHOUSE PIC X(2).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-EXPIRY    PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-RECEIVED  PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-PO        PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-VENDOR    PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-ON-HAND   PIC Z,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-TRANSIT   PIC Z,ZZZ,ZZ9.
           02 FILLER          PIC X(20) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-TYPE      PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-ORDER     PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-INVOICE   PIC X(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-CUSTOMER  PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NAME      PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-SHIP-TO   PIC 9(3).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-DATE      PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-QTY       PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-WAREHOUSE PIC X(2).
           02 FILLER          PIC X(7) VALUE SPACES.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "LOT-RECALL-TRACE".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "LOT RECALL TRACE".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "recalltrace.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "recalltrace.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
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

           DISPLAY "ENTER PRODUCT NUMBER (0 = ALL PRODUCTS): ".
           ACCEPT WS-PRODUCT-NUMBER.
           DISPLAY "ENTER LOT/SERIAL NUMBER TO TRACE: ".
           ACCEPT WS-LOT-NUMBER.
           IF WS-LOT-NUMBER = SPACES
               DISPLAY "LOT/SERIAL NUMBER REQUIRED"
               STOP RUN
           END-IF.

           OPEN INPUT ItemLotFile.
           IF WS-Lot-Status NOT = "00"
               DISPLAY "LOT FILE NOT AVAILABLE: STATUS "
                   WS-Lot-Status
               STOP RUN
           END-IF.

           PERFORM LOAD-LOT-SHIPMENTS.
           IF WS-Trace-Count > 0
               PERFORM RESOLVE-ORDER-INVOICES
               PERFORM RESOLVE-HISTORY-INVOICES
           END-IF.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status = "00"
               MOVE "Y" TO WS-Product-Open
           END-IF.

           OPEN OUTPUT TraceFile.
           IF WS-Trace-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN RECALL TRACE FILE: STATUS "
                   WS-Trace-Status
               STOP RUN
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "LOT NUMBER,TYPE,PRODUCT,ORDER,INVOICE,CUSTOMER"
               ",CUSTOMER NAME,SHIP TO,SHIPPED,QUANTITY"
               ",WAREHOUSE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "RECALL TRACE FOR LOT/SERIAL " WS-LOT-NUMBER
               "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           IF WS-PRODUCT-NUMBER NOT = ZERO
               PERFORM PRINT-PRODUCT-TITLE
           END-IF.
           PERFORM WRITE-TRACE-LINE.

           PERFORM PRINT-LOT-BALANCES.
           PERFORM PRINT-SHIPMENTS.

           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE WS-SHIPPED-TOTAL TO WS-COUNT-OUT.
           STRING "UNITS SHIPPED TO CUSTOMERS    " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE WS-RETURNED-TOTAL TO WS-COUNT-OUT.
           STRING "UNITS RETURNED BY CUSTOMERS   " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE WS-REMAINING-TOTAL TO WS-COUNT-OUT.
           STRING "UNITS STILL IN OUR STOCK      " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE WS-Cust-Count TO WS-COUNT-OUT.
           STRING "CUSTOMERS TO NOTIFY           " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           IF WS-Trace-Full = "Y"
               MOVE "MORE THAN 500 SHIPMENTS OF THIS LOT - EXCESS NOT "
                   TO WS-PRINT-LINE
               MOVE "LISTED" TO WS-PRINT-LINE(50:6)
               PERFORM WRITE-TRACE-LINE
           END-IF.

           CLOSE TraceFile.
           PERFORM CLOSE-CSV-EXPORT.
           CLOSE ItemLotFile.
           IF WS-Customer-Open = "Y"
               CLOSE CustomerFile
           END-IF.
           IF WS-Product-Open = "Y"
               CLOSE ProductMasterFile
           END-IF.

           MOVE WS-Trace-Count TO WS-WRITTEN-COUNT.
           DISPLAY "LOT " WS-LOT-NUMBER " FOUND IN " WS-LOTS-FOUND
               " STOCK RECORD(S), " WS-Trace-Count " SHIPMENT(S) TO "
               WS-Cust-Count " CUSTOMER(S)".
           DISPLAY "RECALL TRACE WRITTEN TO recalltrace.prt".
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-LOT-SHIPMENTS.
           OPEN INPUT LotShipmentFile.
           IF WS-Lot-Ship-Status = "00"
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ LotShipmentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF LS-LOT-NUMBER = WS-LOT-NUMBER
                                   AND (WS-PRODUCT-NUMBER = ZERO
                                   OR LS-PRODUCT-NUMBER
                                       = WS-PRODUCT-NUMBER)
                               PERFORM ADD-TRACE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LotShipmentFile
           END-IF.

       ADD-TRACE-ENTRY.
           IF WS-Trace-Count >= 500
               MOVE "Y" TO WS-Trace-Full
           ELSE
               ADD 1 TO WS-Trace-Count
               MOVE LS-MOVEMENT-TYPE  TO WS-Tr-Type(WS-Trace-Count)
               MOVE LS-PRODUCT-NUMBER TO WS-Tr-Product(WS-Trace-Count)
               MOVE LS-WAREHOUSE-CODE
                   TO WS-Tr-Warehouse(WS-Trace-Count)
               MOVE LS-ORDER-NUMBER   TO WS-Tr-Order(WS-Trace-Count)
               MOVE LS-INVOICE-NUMBER TO WS-Tr-Invoice(WS-Trace-Count)
               MOVE LS-CUSTOMER-ID    TO WS-Tr-Customer(WS-Trace-Count)
               MOVE LS-SHIP-TO-NUMBER TO WS-Tr-Ship-To(WS-Trace-Count)
               MOVE LS-SHIP-DATE      TO WS-Tr-Date(WS-Trace-Count)
               MOVE LS-QUANTITY       TO WS-Tr-Qty(WS-Trace-Count)
               IF LS-MOVEMENT-TYPE = "R"
                   ADD LS-QUANTITY TO WS-RETURNED-TOTAL
               ELSE
                   ADD LS-QUANTITY TO WS-SHIPPED-TOTAL
               END-IF
               PERFORM NOTE-CUSTOMER
           END-IF.

       NOTE-CUSTOMER.
           MOVE "N" TO WS-Cust-Found.
           PERFORM VARYING WS-Cust-Sub FROM 1 BY 1
                   UNTIL WS-Cust-Sub > WS-Cust-Count
               IF WS-Cust-ID(WS-Cust-Sub) = LS-CUSTOMER-ID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE WS-Cust-Count TO WS-Cust-Sub
               END-IF
           END-PERFORM.
           IF WS-Cust-Found = "N"
               ADD 1 TO WS-Cust-Count
               MOVE LS-CUSTOMER-ID TO WS-Cust-ID(WS-Cust-Count)
           END-IF.

       RESOLVE-ORDER-INVOICES.
           OPEN INPUT OrderFile.
           IF WS-Order-Status = "00"
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF OR-INVOICE-NUMBER NOT = ZERO
                               PERFORM MATCH-ORDER-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.

       MATCH-ORDER-INVOICE.
           PERFORM VARYING WS-Trace-Sub FROM 1 BY 1
                   UNTIL WS-Trace-Sub > WS-Trace-Count
               IF WS-Tr-Type(WS-Trace-Sub) = "S"
                       AND WS-Tr-Invoice(WS-Trace-Sub) = ZERO
                       AND WS-Tr-Order(WS-Trace-Sub) = OR-ORDER-NUMBER
                       AND WS-Tr-Product(WS-Trace-Sub)
                           = OR-PRODUCT-NUMBER
                   MOVE OR-INVOICE-NUMBER
                       TO WS-Tr-Invoice(WS-Trace-Sub)
               END-IF
           END-PERFORM.

       RESOLVE-HISTORY-INVOICES.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status = "00"
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-TYPE NOT = "C"
                               PERFORM MATCH-HISTORY-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.

       MATCH-HISTORY-INVOICE.
           PERFORM VARYING WS-Trace-Sub FROM 1 BY 1
                   UNTIL WS-Trace-Sub > WS-Trace-Count
               IF WS-Tr-Type(WS-Trace-Sub) = "S"
                       AND WS-Tr-Invoice(WS-Trace-Sub) = ZERO
                       AND WS-Tr-Order(WS-Trace-Sub) = IV-ORDER-NUMBER
                       AND IV-INVOICE-DATE >= WS-Tr-Date(WS-Trace-Sub)
                   MOVE IV-INVOICE-NUMBER
                       TO WS-Tr-Invoice(WS-Trace-Sub)
               END-IF
           END-PERFORM.

       PRINT-PRODUCT-TITLE.
           MOVE SPACES TO PM-DESCRIPTION.
           IF WS-Product-Open = "Y"
               MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO PM-DESCRIPTION
               END-READ
           END-IF.
           STRING "PRODUCT " WS-PRODUCT-NUMBER " " PM-DESCRIPTION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.

       PRINT-LOT-BALANCES.
           MOVE "RECEIPT AND REMAINING STOCK" TO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE "PROD  WH EXPIRES  RECEIVED PO NO  VEND   "
               TO WS-PRINT-LINE.
           MOVE "ON HAND   TRANSIT" TO WS-PRINT-LINE(43:17).
           PERFORM WRITE-TRACE-LINE.
           MOVE WS-PRODUCT-NUMBER TO LT-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO LT-WAREHOUSE-CODE.
           MOVE LOW-VALUES TO LT-LOT-NUMBER.
           MOVE "N" TO WS-Eof.
           START ItemLotFile KEY NOT < LT-LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof
           END-START.
           PERFORM UNTIL WS-Eof = "Y"
               READ ItemLotFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF WS-PRODUCT-NUMBER NOT = ZERO
                               AND LT-PRODUCT-NUMBER
                                   NOT = WS-PRODUCT-NUMBER
                           MOVE "Y" TO WS-Eof
                       ELSE
                       IF LT-LOT-NUMBER = WS-LOT-NUMBER
                           PERFORM PRINT-LOT-BALANCE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOTS-FOUND = 0
               MOVE "LOT/SERIAL NOT FOUND IN STOCK RECORDS"
                   TO WS-PRINT-LINE
               PERFORM WRITE-TRACE-LINE
           END-IF.
           PERFORM WRITE-TRACE-LINE.

       PRINT-LOT-BALANCE.
           ADD 1 TO WS-LOTS-FOUND.
           ADD LT-ON-HAND-QTY TO WS-REMAINING-TOTAL.
           ADD LT-IN-TRANSIT-QTY TO WS-REMAINING-TOTAL.
           MOVE LT-PRODUCT-NUMBER TO WS-LL-PRODUCT.
           MOVE LT-WAREHOUSE-CODE TO WS-LL-WAREHOUSE.
           MOVE LT-EXPIRY-DATE    TO WS-LL-EXPIRY.
           MOVE LT-RECEIVED-DATE  TO WS-LL-RECEIVED.
           MOVE LT-PO-NUMBER      TO WS-LL-PO.
           MOVE LT-VENDOR         TO WS-LL-VENDOR.
           MOVE LT-ON-HAND-QTY    TO WS-LL-ON-HAND.
           MOVE LT-IN-TRANSIT-QTY TO WS-LL-TRANSIT.
           MOVE WS-LOT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.

       PRINT-SHIPMENTS.
           MOVE "CUSTOMERS, ORDERS AND INVOICES RECEIVING THIS LOT"
               TO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE "TYPE PROD  ORDER  INV NO CUST  CUSTOMER NAME       "
               TO WS-PRINT-LINE.
           MOVE " STO SHIPPED    QTY WH" TO WS-PRINT-LINE(52:22).
           PERFORM WRITE-TRACE-LINE.
           IF WS-Trace-Count = 0
               MOVE "NO SHIPMENTS OF THIS LOT ON FILE" TO WS-PRINT-LINE
               PERFORM WRITE-TRACE-LINE
           END-IF.
           PERFORM VARYING WS-Trace-Sub FROM 1 BY 1
                   UNTIL WS-Trace-Sub > WS-Trace-Count
               PERFORM PRINT-ONE-SHIPMENT
           END-PERFORM.

       PRINT-ONE-SHIPMENT.
           IF WS-Tr-Type(WS-Trace-Sub) = "R"
               MOVE "RTRN" TO WS-DL-TYPE
           ELSE
               MOVE "SHIP" TO WS-DL-TYPE
           END-IF.
           MOVE WS-Tr-Product(WS-Trace-Sub)  TO WS-DL-PRODUCT.
           MOVE WS-Tr-Order(WS-Trace-Sub)    TO WS-DL-ORDER.
           IF WS-Tr-Invoice(WS-Trace-Sub) = ZERO
               MOVE "NONE" TO WS-DL-INVOICE
           ELSE
               MOVE WS-Tr-Invoice(WS-Trace-Sub) TO WS-DL-INVOICE
           END-IF.
           MOVE WS-Tr-Customer(WS-Trace-Sub) TO WS-DL-CUSTOMER.
           MOVE SPACES TO WS-DL-NAME.
           IF WS-Customer-Open = "Y"
               MOVE WS-Tr-Customer(WS-Trace-Sub) TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-DL-NAME
                   NOT INVALID KEY
                       MOVE CustomerName TO WS-DL-NAME
               END-READ
           END-IF.
           MOVE WS-Tr-Ship-To(WS-Trace-Sub)   TO WS-DL-SHIP-TO.
           MOVE WS-Tr-Date(WS-Trace-Sub)      TO WS-DL-DATE.
           MOVE WS-Tr-Qty(WS-Trace-Sub)       TO WS-DL-QTY.
           MOVE WS-Tr-Warehouse(WS-Trace-Sub) TO WS-DL-WAREHOUSE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE WS-LOT-NUMBER                 TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DL-TYPE                    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Tr-Product(WS-Trace-Sub)   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Tr-Order(WS-Trace-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Tr-Invoice(WS-Trace-Sub)   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Tr-Customer(WS-Trace-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-DL-NAME                    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Tr-Ship-To(WS-Trace-Sub)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Tr-Date(WS-Trace-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Tr-Qty(WS-Trace-Sub)       TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Tr-Warehouse(WS-Trace-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-TRACE-LINE.
           MOVE WS-PRINT-LINE TO TRACE-LINE.
           WRITE TRACE-LINE.
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
