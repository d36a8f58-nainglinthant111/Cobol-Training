       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
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
           SELECT SalespersonFile ASSIGN TO "salespersons.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sales-Status.
           SELECT ContractPriceFile ASSIGN TO "contractprice.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Contract-Status.
           SELECT MarginFile ASSIGN TO "margin.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Margin-Status.
           SELECT CsvFile ASSIGN TO "margin.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD SalespersonFile.
       COPY "Salesperson.cpy".

       FD ContractPriceFile.
       COPY "ContractPrice.cpy".

       FD MarginFile.
       01 MARGIN-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Sales-Status     PIC XX.
       01 WS-Contract-Status  PIC XX.
       01 WS-Margin-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Customer-Open    PIC X VALUE "N".
       01 WS-Product-Open     PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-THRU-DATE        PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-MINIMUM-PCT      PIC 9(3).

       01 WS-Inv-Table.
           02 WS-Inv-Count PIC 9(4) VALUE 0.
           02 WS-Inv-Entry OCCURS 3000 TIMES.
             03 WS-Inv-Number    PIC 9(6).
             03 WS-Inv-Order     PIC 9(6).
             03 WS-Inv-Customer  PIC 9(5).
             03 WS-Inv-Sales-Rep PIC X(3).
             03 WS-Inv-Sales     PIC S9(9)V99.
             03 WS-Inv-Cost      PIC S9(9)V99.
       01 WS-Inv-Sub          PIC 9(4).
       01 WS-Inv-Find         PIC 9(4).
       01 WS-Inv-Full         PIC X VALUE "N".
       01 WS-LAST-ORDER       PIC 9(6) VALUE 0.
       01 WS-LAST-INVOICE     PIC 9(6) VALUE 0.
       01 WS-LAST-FIND        PIC 9(4) VALUE 0.

       01 WS-Sa-Table.
           02 WS-Sa-Count PIC 9(4) VALUE 0.
           02 WS-Sa-Entry OCCURS 2500 TIMES.
             03 WS-Sa-Key.
               04 WS-Sa-Dimension PIC X.
               04 WS-Sa-Code      PIC X(5).
             03 WS-Sa-Sales       PIC S9(9)V99.
             03 WS-Sa-Cost        PIC S9(9)V99.
       01 WS-Sa-Sub           PIC 9(4).
       01 WS-Sa-Find          PIC 9(4).
       01 WS-Sa-Insert        PIC 9(4).
       01 WS-Sa-Full          PIC X VALUE "N".
       01 WS-LOOKUP-KEY.
           02 WS-LOOKUP-DIMENSION PIC X.
           02 WS-LOOKUP-CODE      PIC X(5).
       01 WS-CODE-NUMBER      PIC 9(5).

       01 WS-Low-Table.
           02 WS-Low-Count PIC 9(3) VALUE 0.
           02 WS-Low-Entry OCCURS 500 TIMES.
             03 WS-Low-Invoice   PIC 9(6).
             03 WS-Low-Product   PIC 9(5).
             03 WS-Low-Qty       PIC 9(5).
             03 WS-Low-Price     PIC 9(5)V99.
             03 WS-Low-Cost      PIC 9(5)V99.
             03 WS-Low-Margin    PIC S9(9)V99.
             03 WS-Low-Source    PIC X(6).
       01 WS-Low-Sub          PIC 9(3).
       01 WS-Low-Full         PIC X VALUE "N".
       01 WS-LOW-LINES        PIC 9(5) VALUE 0.

       01 WS-Name-Table.
           02 WS-Name-Count PIC 9(3) VALUE 0.
           02 WS-Name-Entry OCCURS 200 TIMES.
             03 WS-Name-Code PIC X(3).
             03 WS-Name-Text PIC X(20).
       01 WS-Name-Sub         PIC 9(3).

       01 WS-UNIT-COST        PIC 9(5)V99.
       01 WS-COST-SOURCE      PIC X(6).
       01 WS-LINE-SALES       PIC S9(9)V99.
       01 WS-LINE-COST        PIC S9(9)V99.
       01 WS-LINE-MARGIN      PIC S9(9)V99.
       01 WS-LINE-PCT         PIC S9(5)V9.
       01 WS-LINES-COSTED     PIC 9(6) VALUE 0.
       01 WS-LINES-ESTIMATED  PIC 9(6) VALUE 0.
       01 WS-LINES-NO-COST    PIC 9(6) VALUE 0.
       01 WS-CONTRACTS-BELOW  PIC 9(5) VALUE 0.

       01 WS-SECTION-DIMENSION PIC X.
       01 WS-SECTION-TITLE    PIC X(30).
       01 WS-ENTRY-NAME       PIC X(30).
       01 WS-SEC-SALES        PIC S9(11)V99.
       01 WS-SEC-COST         PIC S9(11)V99.
       01 WS-PRINT-SALES      PIC S9(11)V99.
       01 WS-PRINT-COST       PIC S9(11)V99.
       01 WS-MARGIN           PIC S9(11)V99.
       01 WS-PERCENT          PIC S9(5)V9.
       01 WS-PERCENT-OUT      PIC -ZZ9.9.
       01 WS-HEADING-TYPE     PIC X.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-CODE      PIC X(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NAME      PIC X(16).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-SALES     PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-COST      PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-MARGIN    PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PERCENT   PIC X(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-FLAG      PIC X(3).
           02 FILLER          PIC X(4) VALUE SPACES.
       01 WS-LOW-LINE.
           02 WS-LL-INVOICE   PIC 9(6).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-LL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-QTY       PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-PRICE     PIC ZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-COST      PIC ZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-MARGIN    PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-PERCENT   PIC X(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-LL-SOURCE    PIC X(6).
           02 FILLER          PIC X(13) VALUE SPACES.
       01 WS-CONTRACT-LINE.
           02 WS-CL-CUSTOMER  PIC 9(5).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-CL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-CL-PRICE     PIC ZZ,ZZ9.99.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-CL-COST      PIC ZZ,ZZ9.99.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-CL-LOSS      PIC ZZ,ZZ9.99.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-CL-FROM      PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-TO        PIC 9(8).
           02 FILLER          PIC X(16) VALUE SPACES.
       01 WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
       01 WS-PAGE-LINES       PIC 99 VALUE 0.
       01 WS-PAGE-OUT         PIC ZZ9.
       01 WS-COUNT-OUT        PIC ZZZ,ZZ9.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "MARGIN-REPORT".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "GROSS MARGIN".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "margin.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "margin.csv".
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

           DISPLAY "ENTER THRU DATE (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-THRU-DATE.
           IF WS-THRU-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-THRU-DATE
           END-IF.
           CALL "DATE-VALIDATE" USING WS-THRU-DATE WS-DATE-OK.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "INVALID THRU DATE " WS-THRU-DATE
               STOP RUN
           END-IF.
           DISPLAY "ENTER FROM DATE (YYYYMMDD, 0 = START OF MONTH): ".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = ZERO
               MOVE WS-THRU-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           CALL "DATE-VALIDATE" USING WS-FROM-DATE WS-DATE-OK.
           IF WS-DATE-OK NOT = "Y" OR WS-FROM-DATE > WS-THRU-DATE
               DISPLAY "INVALID FROM DATE " WS-FROM-DATE
               STOP RUN
           END-IF.
           DISPLAY "MINIMUM MARGIN PERCENT (0 = 20): ".
           ACCEPT WS-MINIMUM-PCT.
           IF WS-MINIMUM-PCT = ZERO
               MOVE 20 TO WS-MINIMUM-PCT
           END-IF.

           PERFORM LOAD-SALESPERSON-NAMES.

           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE: STATUS "
                   WS-Invoice-Status
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Eof = "Y"
               READ InvoiceHistoryFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF IV-INVOICE-TYPE = SPACE
                               AND IV-INVOICE-DATE >= WS-FROM-DATE
                               AND IV-INVOICE-DATE <= WS-THRU-DATE
                           PERFORM ADD-INVOICE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE InvoiceHistoryFile.
           MOVE "N" TO WS-Eof.

           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status = "00"
               MOVE "Y" TO WS-Product-Open
           END-IF.
           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           END-IF.

           PERFORM COST-ORDER-LINES.

           IF WS-Inv-Full = "Y"
               DISPLAY "MORE THAN 3000 INVOICES IN RANGE - EXCESS NOT "
                   "REPORTED"
           END-IF.
           IF WS-Sa-Full = "Y"
               DISPLAY "MORE THAN 2500 CUSTOMERS, PRODUCTS AND "
                   "SALESPERSONS - EXCESS NOT REPORTED"
           END-IF.

           OPEN OUTPUT MarginFile.
           IF WS-Margin-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN MARGIN REPORT FILE: STATUS "
                   WS-Margin-Status
               STOP RUN
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "SECTION,CODE,NAME,SALES,COST,MARGIN,MARGIN PCT"
               ",BELOW MINIMUM"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           MOVE "D" TO WS-HEADING-TYPE.
           MOVE "MARGIN BY INVOICE" TO WS-SECTION-TITLE.
           PERFORM PRINT-INVOICE-SECTION.
           MOVE "C" TO WS-SECTION-DIMENSION.
           MOVE "MARGIN BY CUSTOMER" TO WS-SECTION-TITLE.
           PERFORM PRINT-ANALYSIS-SECTION.
           MOVE "P" TO WS-SECTION-DIMENSION.
           MOVE "MARGIN BY PRODUCT" TO WS-SECTION-TITLE.
           PERFORM PRINT-ANALYSIS-SECTION.
           MOVE "S" TO WS-SECTION-DIMENSION.
           MOVE "MARGIN BY SALESPERSON" TO WS-SECTION-TITLE.
           PERFORM PRINT-ANALYSIS-SECTION.
           PERFORM PRINT-LOW-MARGIN-LINES.
           PERFORM PRINT-CONTRACTS-BELOW-COST.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           MOVE WS-LINES-COSTED TO WS-COUNT-OUT.
           STRING "INVOICE LINES COSTED          " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           MOVE WS-LINES-ESTIMATED TO WS-COUNT-OUT.
           STRING "  COST TAKEN FROM MASTER      " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           MOVE WS-LINES-NO-COST TO WS-COUNT-OUT.
           STRING "  NO COST AVAILABLE           " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           MOVE WS-LOW-LINES TO WS-COUNT-OUT.
           STRING "LINES BELOW MINIMUM MARGIN    " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           MOVE WS-CONTRACTS-BELOW TO WS-COUNT-OUT.
           STRING "CONTRACT PRICES BELOW COST    " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.

           CLOSE MarginFile.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-Customer-Open = "Y"
               CLOSE CustomerFile
           END-IF.
           IF WS-Product-Open = "Y"
               CLOSE ProductMasterFile
           END-IF.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "MARGIN REPORT WRITTEN TO margin.prt - "
               WS-PAGE-NUMBER " PAGE(S)".
           DISPLAY "LINES BELOW " WS-MINIMUM-PCT "% MARGIN: "
               WS-LOW-LINES "   CONTRACTS BELOW COST: "
               WS-CONTRACTS-BELOW.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-SALESPERSON-NAMES.
           OPEN INPUT SalespersonFile.
           IF WS-Sales-Status NOT = "00"
               DISPLAY "SALESPERSON FILE NOT FOUND - NAMES NOT "
                   "PRINTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Name-Count >= 200
                   READ SalespersonFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Name-Count
                           MOVE SP-CODE
                               TO WS-Name-Code(WS-Name-Count)
                           MOVE SP-NAME
                               TO WS-Name-Text(WS-Name-Count)
                   END-READ
               END-PERFORM
               CLOSE SalespersonFile
           END-IF.
           MOVE "N" TO WS-Eof.

       ADD-INVOICE-ENTRY.
           IF WS-Inv-Count >= 3000
               MOVE "Y" TO WS-Inv-Full
           ELSE
               ADD 1 TO WS-Inv-Count
               MOVE IV-INVOICE-NUMBER TO WS-Inv-Number(WS-Inv-Count)
               MOVE IV-ORDER-NUMBER TO WS-Inv-Order(WS-Inv-Count)
               MOVE IV-CUSTOMER-ID TO WS-Inv-Customer(WS-Inv-Count)
               MOVE IV-SALESPERSON
                   TO WS-Inv-Sales-Rep(WS-Inv-Count)
               MOVE 0 TO WS-Inv-Sales(WS-Inv-Count)
               MOVE 0 TO WS-Inv-Cost(WS-Inv-Count)
           END-IF.

       COST-ORDER-LINES.
           OPEN INPUT OrderFile.
           IF WS-Order-Status NOT = "00"
               DISPLAY "ORDER FILE NOT AVAILABLE - NO LINES COSTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF OR-ORDER-STATUS = "B"
                               PERFORM FIND-LINE-INVOICE
                               IF WS-Inv-Find > 0
                                   PERFORM COST-ONE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.
           MOVE "N" TO WS-Eof.

       FIND-LINE-INVOICE.
           IF OR-INVOICE-NUMBER = WS-LAST-INVOICE
                   AND OR-ORDER-NUMBER = WS-LAST-ORDER
               MOVE WS-LAST-FIND TO WS-Inv-Find
           ELSE
               MOVE 0 TO WS-Inv-Find
               PERFORM VARYING WS-Inv-Sub FROM 1 BY 1
                       UNTIL WS-Inv-Sub > WS-Inv-Count
                   IF (OR-INVOICE-NUMBER NOT = ZERO
                           AND WS-Inv-Number(WS-Inv-Sub)
                               = OR-INVOICE-NUMBER)
                       OR (OR-INVOICE-NUMBER = ZERO
                           AND WS-Inv-Order(WS-Inv-Sub)
                               = OR-ORDER-NUMBER)
                       MOVE WS-Inv-Sub TO WS-Inv-Find
                       MOVE WS-Inv-Count TO WS-Inv-Sub
                   END-IF
               END-PERFORM
               MOVE OR-INVOICE-NUMBER TO WS-LAST-INVOICE
               MOVE OR-ORDER-NUMBER TO WS-LAST-ORDER
               MOVE WS-Inv-Find TO WS-LAST-FIND
           END-IF.

       COST-ONE-LINE.
           ADD 1 TO WS-LINES-COSTED.
           MOVE OR-UNIT-COST TO WS-UNIT-COST.
           MOVE "SHIP" TO WS-COST-SOURCE.
           IF WS-UNIT-COST = ZERO
               MOVE "NONE" TO WS-COST-SOURCE
               IF WS-Product-Open = "Y"
                   MOVE OR-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
                   READ ProductMasterFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-UNIT-COST > ZERO
                               MOVE PM-UNIT-COST TO WS-UNIT-COST
                               MOVE "MASTER" TO WS-COST-SOURCE
                           END-IF
                   END-READ
               END-IF
               IF WS-COST-SOURCE = "MASTER"
                   ADD 1 TO WS-LINES-ESTIMATED
               ELSE
                   ADD 1 TO WS-LINES-NO-COST
               END-IF
           END-IF.
           COMPUTE WS-LINE-SALES ROUNDED =
               OR-SHIPPED-QTY * OR-UNIT-PRICE.
           COMPUTE WS-LINE-COST ROUNDED =
               OR-SHIPPED-QTY * WS-UNIT-COST.
           COMPUTE WS-LINE-MARGIN = WS-LINE-SALES - WS-LINE-COST.
           ADD WS-LINE-SALES TO WS-Inv-Sales(WS-Inv-Find).
           ADD WS-LINE-COST TO WS-Inv-Cost(WS-Inv-Find).

           MOVE "C" TO WS-LOOKUP-DIMENSION.
           MOVE WS-Inv-Customer(WS-Inv-Find) TO WS-CODE-NUMBER.
           MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.
           MOVE "P" TO WS-LOOKUP-DIMENSION.
           MOVE OR-PRODUCT-NUMBER TO WS-CODE-NUMBER.
           MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.
           MOVE "S" TO WS-LOOKUP-DIMENSION.
           MOVE WS-Inv-Sales-Rep(WS-Inv-Find) TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.

           IF WS-LINE-SALES > ZERO AND WS-COST-SOURCE NOT = "NONE"
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-MARGIN * 100 / WS-LINE-SALES
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-LINE-PCT
               END-COMPUTE
               IF WS-LINE-PCT < WS-MINIMUM-PCT
                   PERFORM ADD-LOW-MARGIN-LINE
               END-IF
           END-IF.

       ADD-LOW-MARGIN-LINE.
           ADD 1 TO WS-LOW-LINES.
           IF WS-Low-Count >= 500
               MOVE "Y" TO WS-Low-Full
           ELSE
               ADD 1 TO WS-Low-Count
               MOVE WS-Inv-Number(WS-Inv-Find)
                   TO WS-Low-Invoice(WS-Low-Count)
               MOVE OR-PRODUCT-NUMBER TO WS-Low-Product(WS-Low-Count)
               MOVE OR-SHIPPED-QTY TO WS-Low-Qty(WS-Low-Count)
               MOVE OR-UNIT-PRICE TO WS-Low-Price(WS-Low-Count)
               MOVE WS-UNIT-COST TO WS-Low-Cost(WS-Low-Count)
               MOVE WS-LINE-MARGIN TO WS-Low-Margin(WS-Low-Count)
               MOVE WS-COST-SOURCE TO WS-Low-Source(WS-Low-Count)
           END-IF.

       ADD-TO-ANALYSIS.
           PERFORM FIND-ANALYSIS-ENTRY.
           IF WS-Sa-Find > 0
               ADD WS-LINE-SALES TO WS-Sa-Sales(WS-Sa-Find)
               ADD WS-LINE-COST TO WS-Sa-Cost(WS-Sa-Find)
           END-IF.

       FIND-ANALYSIS-ENTRY.
           MOVE 0 TO WS-Sa-Find.
           MOVE 0 TO WS-Sa-Insert.
           PERFORM VARYING WS-Sa-Sub FROM 1 BY 1
                   UNTIL WS-Sa-Sub > WS-Sa-Count
               IF WS-Sa-Key(WS-Sa-Sub) = WS-LOOKUP-KEY
                   MOVE WS-Sa-Sub TO WS-Sa-Find
                   MOVE WS-Sa-Count TO WS-Sa-Sub
               ELSE
                   IF WS-Sa-Key(WS-Sa-Sub) > WS-LOOKUP-KEY
                           AND WS-Sa-Insert = 0
                       MOVE WS-Sa-Sub TO WS-Sa-Insert
                       MOVE WS-Sa-Count TO WS-Sa-Sub
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Sa-Find = 0
               IF WS-Sa-Count >= 2500
                   MOVE "Y" TO WS-Sa-Full
               ELSE
                   IF WS-Sa-Insert = 0
                       COMPUTE WS-Sa-Insert = WS-Sa-Count + 1
                   END-IF
                   PERFORM VARYING WS-Sa-Sub FROM WS-Sa-Count BY -1
                           UNTIL WS-Sa-Sub < WS-Sa-Insert
                       MOVE WS-Sa-Entry(WS-Sa-Sub)
                           TO WS-Sa-Entry(WS-Sa-Sub + 1)
                   END-PERFORM
                   ADD 1 TO WS-Sa-Count
                   MOVE WS-Sa-Insert TO WS-Sa-Find
                   MOVE WS-LOOKUP-KEY TO WS-Sa-Key(WS-Sa-Find)
                   MOVE 0 TO WS-Sa-Sales(WS-Sa-Find)
                   MOVE 0 TO WS-Sa-Cost(WS-Sa-Find)
               END-IF
           END-IF.

       PRINT-INVOICE-SECTION.
           PERFORM START-SECTION.
           PERFORM VARYING WS-Inv-Sub FROM 1 BY 1
                   UNTIL WS-Inv-Sub > WS-Inv-Count
               IF WS-PAGE-LINES >= 55
                   PERFORM PRINT-PAGE-HEADING
               END-IF
               MOVE WS-Inv-Number(WS-Inv-Sub) TO WS-DL-CODE
               MOVE "C" TO WS-SECTION-DIMENSION
               MOVE WS-Inv-Customer(WS-Inv-Sub) TO WS-CODE-NUMBER
               MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE
               PERFORM FIND-ENTRY-NAME
               MOVE WS-ENTRY-NAME TO WS-DL-NAME
               MOVE WS-Inv-Sales(WS-Inv-Sub) TO WS-PRINT-SALES
               MOVE WS-Inv-Cost(WS-Inv-Sub) TO WS-PRINT-COST
               PERFORM FORMAT-MARGIN
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-MARGIN-LINE
               PERFORM EXPORT-MARGIN-LINE
               ADD WS-Inv-Sales(WS-Inv-Sub) TO WS-SEC-SALES
               ADD WS-Inv-Cost(WS-Inv-Sub) TO WS-SEC-COST
           END-PERFORM.
           PERFORM END-SECTION.

       PRINT-ANALYSIS-SECTION.
           PERFORM START-SECTION.
           PERFORM VARYING WS-Sa-Sub FROM 1 BY 1
                   UNTIL WS-Sa-Sub > WS-Sa-Count
               IF WS-Sa-Dimension(WS-Sa-Sub) = WS-SECTION-DIMENSION
                   IF WS-PAGE-LINES >= 55
                       PERFORM PRINT-PAGE-HEADING
                   END-IF
                   MOVE WS-Sa-Code(WS-Sa-Sub) TO WS-DL-CODE
                   MOVE WS-Sa-Code(WS-Sa-Sub) TO WS-LOOKUP-CODE
                   PERFORM FIND-ENTRY-NAME
                   MOVE WS-ENTRY-NAME TO WS-DL-NAME
                   MOVE WS-Sa-Sales(WS-Sa-Sub) TO WS-PRINT-SALES
                   MOVE WS-Sa-Cost(WS-Sa-Sub) TO WS-PRINT-COST
                   PERFORM FORMAT-MARGIN
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-MARGIN-LINE
                   PERFORM EXPORT-MARGIN-LINE
                   ADD WS-Sa-Sales(WS-Sa-Sub) TO WS-SEC-SALES
                   ADD WS-Sa-Cost(WS-Sa-Sub) TO WS-SEC-COST
               END-IF
           END-PERFORM.
           PERFORM END-SECTION.

       EXPORT-MARGIN-LINE.
           MOVE WS-SECTION-TITLE TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DL-CODE       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DL-NAME       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-PRINT-SALES   TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-PRINT-COST    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-MARGIN        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-DL-PERCENT    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           IF WS-DL-FLAG = "LOW"
               MOVE "Y" TO EX-TEXT
           ELSE
               MOVE "N" TO EX-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       START-SECTION.
           MOVE 0 TO WS-SEC-SALES.
           MOVE 0 TO WS-SEC-COST.
           PERFORM PRINT-PAGE-HEADING.

       END-SECTION.
           IF WS-PAGE-LINES >= 53
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE "------ ---------------- ------------- --"
               TO WS-PRINT-LINE.
           MOVE "----------- ------------- ------ ---"
               TO WS-PRINT-LINE(41:36).
           PERFORM WRITE-MARGIN-LINE.
           MOVE SPACES TO WS-DL-CODE.
           MOVE "SECTION TOTAL" TO WS-DL-NAME.
           MOVE WS-SEC-SALES TO WS-PRINT-SALES.
           MOVE WS-SEC-COST TO WS-PRINT-COST.
           PERFORM FORMAT-MARGIN.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.

       FORMAT-MARGIN.
           COMPUTE WS-MARGIN = WS-PRINT-SALES - WS-PRINT-COST.
           MOVE WS-PRINT-SALES TO WS-DL-SALES.
           MOVE WS-PRINT-COST TO WS-DL-COST.
           MOVE WS-MARGIN TO WS-DL-MARGIN.
           MOVE SPACES TO WS-DL-FLAG.
           IF WS-PRINT-SALES > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-MARGIN * 100 / WS-PRINT-SALES
                   ON SIZE ERROR
                       MOVE "******" TO WS-DL-PERCENT
                       MOVE "LOW" TO WS-DL-FLAG
                   NOT ON SIZE ERROR
                       MOVE WS-PERCENT TO WS-PERCENT-OUT
                       MOVE WS-PERCENT-OUT TO WS-DL-PERCENT
                       IF WS-PERCENT < WS-MINIMUM-PCT
                           MOVE "LOW" TO WS-DL-FLAG
                       END-IF
               END-COMPUTE
           ELSE
               MOVE "   N/A" TO WS-DL-PERCENT
           END-IF.

       FIND-ENTRY-NAME.
           MOVE SPACES TO WS-ENTRY-NAME.
           EVALUATE WS-SECTION-DIMENSION
               WHEN "C"
                   MOVE "NOT ON FILE" TO WS-ENTRY-NAME
                   IF WS-Customer-Open = "Y"
                       MOVE WS-LOOKUP-CODE TO CustomerID
                       READ CustomerFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CustomerName TO WS-ENTRY-NAME
                       END-READ
                   END-IF
               WHEN "P"
                   MOVE "NOT ON MASTER" TO WS-ENTRY-NAME
                   IF WS-Product-Open = "Y"
                       MOVE WS-LOOKUP-CODE TO PM-PRODUCT-NUMBER
                       READ ProductMasterFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PM-DESCRIPTION TO WS-ENTRY-NAME
                       END-READ
                   END-IF
               WHEN OTHER
                   IF WS-LOOKUP-CODE = SPACES
                       MOVE "UNASSIGNED" TO WS-ENTRY-NAME
                   ELSE
                       MOVE "NOT ON FILE" TO WS-ENTRY-NAME
                       PERFORM VARYING WS-Name-Sub FROM 1 BY 1
                               UNTIL WS-Name-Sub > WS-Name-Count
                           IF WS-Name-Code(WS-Name-Sub)
                                   = WS-LOOKUP-CODE(1:3)
                               MOVE WS-Name-Text(WS-Name-Sub)
                                   TO WS-ENTRY-NAME
                               MOVE WS-Name-Count TO WS-Name-Sub
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       PRINT-LOW-MARGIN-LINES.
           MOVE "L" TO WS-HEADING-TYPE.
           MOVE "INVOICE LINES BELOW MINIMUM" TO WS-SECTION-TITLE.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM VARYING WS-Low-Sub FROM 1 BY 1
                   UNTIL WS-Low-Sub > WS-Low-Count
               IF WS-PAGE-LINES >= 55
                   PERFORM PRINT-PAGE-HEADING
               END-IF
               MOVE WS-Low-Invoice(WS-Low-Sub) TO WS-LL-INVOICE
               MOVE WS-Low-Product(WS-Low-Sub) TO WS-LL-PRODUCT
               MOVE WS-Low-Qty(WS-Low-Sub) TO WS-LL-QTY
               MOVE WS-Low-Price(WS-Low-Sub) TO WS-LL-PRICE
               MOVE WS-Low-Cost(WS-Low-Sub) TO WS-LL-COST
               MOVE WS-Low-Margin(WS-Low-Sub) TO WS-LL-MARGIN
               MOVE WS-Low-Source(WS-Low-Sub) TO WS-LL-SOURCE
               COMPUTE WS-LINE-SALES ROUNDED =
                   WS-Low-Qty(WS-Low-Sub) * WS-Low-Price(WS-Low-Sub)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-Low-Margin(WS-Low-Sub) * 100 / WS-LINE-SALES
                   ON SIZE ERROR
                       MOVE "******" TO WS-LL-PERCENT
                   NOT ON SIZE ERROR
                       MOVE WS-PERCENT TO WS-PERCENT-OUT
                       MOVE WS-PERCENT-OUT TO WS-LL-PERCENT
               END-COMPUTE
               MOVE WS-LOW-LINE TO WS-PRINT-LINE
               PERFORM WRITE-MARGIN-LINE
           END-PERFORM.
           IF WS-Low-Count = 0
               MOVE "NO INVOICE LINES BELOW THE MINIMUM MARGIN"
                   TO WS-PRINT-LINE
               PERFORM WRITE-MARGIN-LINE
           END-IF.
           IF WS-Low-Full = "Y"
               MOVE "MORE THAN 500 LINES BELOW MINIMUM - FIRST 500 "
                   TO WS-PRINT-LINE
               MOVE "LISTED" TO WS-PRINT-LINE(47:6)
               PERFORM WRITE-MARGIN-LINE
           END-IF.

       PRINT-CONTRACTS-BELOW-COST.
           MOVE "K" TO WS-HEADING-TYPE.
           MOVE "CONTRACT PRICES BELOW COST" TO WS-SECTION-TITLE.
           PERFORM PRINT-PAGE-HEADING.
           OPEN INPUT ContractPriceFile.
           IF WS-Contract-Status NOT = "00"
               MOVE "CONTRACT PRICE FILE NOT FOUND" TO WS-PRINT-LINE
               PERFORM WRITE-MARGIN-LINE
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ ContractPriceFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF CP-EFFECTIVE-TO >= WS-RUN-DATE
                               PERFORM CHECK-CONTRACT-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ContractPriceFile
               IF WS-CONTRACTS-BELOW = 0
                   MOVE "NO CURRENT CONTRACT PRICES BELOW COST"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-MARGIN-LINE
               END-IF
           END-IF.
           MOVE "N" TO WS-Eof.

       CHECK-CONTRACT-COST.
           IF WS-Product-Open = "Y"
               MOVE CP-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CP-PRICE < PM-UNIT-COST
                           PERFORM PRINT-CONTRACT-LINE
                       END-IF
               END-READ
           END-IF.

       PRINT-CONTRACT-LINE.
           ADD 1 TO WS-CONTRACTS-BELOW.
           IF WS-PAGE-LINES >= 55
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE CP-CUSTOMER-ID TO WS-CL-CUSTOMER.
           MOVE CP-PRODUCT-NUMBER TO WS-CL-PRODUCT.
           MOVE CP-PRICE TO WS-CL-PRICE.
           MOVE PM-UNIT-COST TO WS-CL-COST.
           COMPUTE WS-CL-LOSS = PM-UNIT-COST - CP-PRICE.
           MOVE CP-EFFECTIVE-FROM TO WS-CL-FROM.
           MOVE CP-EFFECTIVE-TO TO WS-CL-TO.
           MOVE WS-CONTRACT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.

       PRINT-PAGE-HEADING.
           IF WS-PAGE-NUMBER > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM UNTIL WS-PAGE-LINES >= 60
                   PERFORM WRITE-MARGIN-LINE
               END-PERFORM
           END-IF.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT.
           STRING "GROSS MARGIN REPORT - INVOICES " WS-FROM-DATE
               " THRU " WS-THRU-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           STRING "PAGE " WS-PAGE-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE(70:8).
           PERFORM WRITE-MARGIN-LINE.
           STRING WS-SECTION-TITLE DELIMITED BY "  "
               " - MINIMUM MARGIN " WS-MINIMUM-PCT "%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           STRING "RUN DATE " WS-RUN-DATE
               "   COST CAPTURED AT SHIPMENT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-MARGIN-LINE.
           PERFORM WRITE-MARGIN-LINE.
           EVALUATE WS-HEADING-TYPE
               WHEN "L"
                   MOVE "INV NO  PROD    QTY     PRICE      COST "
                       TO WS-PRINT-LINE
                   MOVE "       MARGIN    PCT SOURCE"
                       TO WS-PRINT-LINE(41:27)
                   PERFORM WRITE-MARGIN-LINE
                   MOVE "------  ----- ----- --------- --------- "
                       TO WS-PRINT-LINE
                   MOVE "------------- ------ ------"
                       TO WS-PRINT-LINE(41:27)
               WHEN "K"
                   MOVE "CUST   PROD   CONTRACT   UNIT COST  LOSS"
                       TO WS-PRINT-LINE
                   MOVE "/UNIT  EFF FROM EFF TO"
                       TO WS-PRINT-LINE(41:22)
                   PERFORM WRITE-MARGIN-LINE
                   MOVE "-----  -----  ---------  ---------  ----"
                       TO WS-PRINT-LINE
                   MOVE "-----  -------- --------"
                       TO WS-PRINT-LINE(41:24)
               WHEN OTHER
                   MOVE "CODE   NAME                     SALES   "
                       TO WS-PRINT-LINE
                   MOVE "       COST        MARGIN    PCT FLG"
                       TO WS-PRINT-LINE(41:36)
                   PERFORM WRITE-MARGIN-LINE
                   MOVE "------ ---------------- ------------- --"
                       TO WS-PRINT-LINE
                   MOVE "----------- ------------- ------ ---"
                       TO WS-PRINT-LINE(41:36)
           END-EVALUATE.
           PERFORM WRITE-MARGIN-LINE.

       WRITE-MARGIN-LINE.
           MOVE WS-PRINT-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           ADD 1 TO WS-REPORT-LINES.
           ADD 1 TO WS-PAGE-LINES.
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

       ADD-CSV-AMOUNT.
           MOVE "A" TO EX-FIELD-TYPE.
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
