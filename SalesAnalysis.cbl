       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ANALYSIS.

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
           SELECT AnalysisFile ASSIGN TO "salesanalysis.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Analysis-Status.
           SELECT CsvFile ASSIGN TO "salesanalysis.csv"
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

       FD AnalysisFile.
       01 ANALYSIS-LINE           PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Sales-Status     PIC XX.
       01 WS-Analysis-Status  PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Customer-Open    PIC X VALUE "N".
       01 WS-Product-Open     PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-PERIOD-TYPE      PIC X.
           88 PERIOD-MONTH    VALUE "M".
           88 PERIOD-YTD      VALUE "Y".
       01 WS-PERIOD           PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           02 WS-PERIOD-YEAR  PIC 9(4).
           02 WS-PERIOD-MONTH PIC 99.
       01 WS-CUR-FROM         PIC 9(6).
       01 WS-CUR-TO           PIC 9(6).
       01 WS-PRI-FROM         PIC 9(6).
       01 WS-PRI-TO           PIC 9(6).
       01 WS-INVOICE-YM       PIC 9(6).
       01 WS-PERIOD-FLAG      PIC X.
       01 WS-NET-AMOUNT       PIC S9(9)V99.
       01 WS-LINE-AMOUNT      PIC S9(9)V99.

       01 WS-Sa-Table.
           02 WS-Sa-Count PIC 9(4) VALUE 0.
           02 WS-Sa-Entry OCCURS 2500 TIMES.
             03 WS-Sa-Key.
               04 WS-Sa-Dimension PIC X.
               04 WS-Sa-Code      PIC X(5).
             03 WS-Sa-Current     PIC S9(9)V99.
             03 WS-Sa-Prior       PIC S9(9)V99.
             03 WS-Sa-Rank        PIC 9(4).
       01 WS-Sa-Sub           PIC 9(4).
       01 WS-Sa-Other         PIC 9(4).
       01 WS-Sa-Find          PIC 9(4).
       01 WS-Sa-Insert        PIC 9(4).
       01 WS-Sa-Full          PIC X VALUE "N".
       01 WS-LOOKUP-KEY.
           02 WS-LOOKUP-DIMENSION PIC X.
           02 WS-LOOKUP-CODE      PIC X(5).
       01 WS-CODE-NUMBER      PIC 9(5).

       01 WS-Ord-Table.
           02 WS-Ord-Count PIC 9(4) VALUE 0.
           02 WS-Ord-Entry OCCURS 5000 TIMES.
             03 WS-Ord-Number  PIC 9(6).
             03 WS-Ord-Period  PIC X.
       01 WS-Ord-Sub          PIC 9(4).
       01 WS-Ord-Full         PIC X VALUE "N".
       01 WS-LAST-ORDER       PIC 9(6) VALUE 0.
       01 WS-LAST-PERIOD      PIC X VALUE SPACE.

       01 WS-Memo-Table.
           02 WS-Memo-Count PIC 9(4) VALUE 0.
           02 WS-Memo-Entry OCCURS 1000 TIMES.
             03 WS-Memo-Invoice  PIC 9(6).
             03 WS-Memo-Amount   PIC 9(7)V99.
             03 WS-Memo-Period   PIC X.
             03 WS-Memo-Sales    PIC X(3).
       01 WS-Memo-Sub         PIC 9(4).
       01 WS-Memo-Full        PIC X VALUE "N".

       01 WS-Name-Table.
           02 WS-Name-Count PIC 9(3) VALUE 0.
           02 WS-Name-Entry OCCURS 200 TIMES.
             03 WS-Name-Code PIC X(3).
             03 WS-Name-Text PIC X(20).
       01 WS-Name-Sub         PIC 9(3).

       01 WS-SECTION-DIMENSION PIC X.
       01 WS-SECTION-TITLE    PIC X(30).
       01 WS-RANK-LIMIT       PIC 9(4).
       01 WS-RANK             PIC 9(4).
       01 WS-ENTRY-NAME       PIC X(20).
       01 WS-CHANGE           PIC S9(9)V99.
       01 WS-PERCENT          PIC S9(5)V9.
       01 WS-PERCENT-OUT      PIC -ZZZ9.9.
       01 WS-SEC-CURRENT      PIC S9(11)V99.
       01 WS-SEC-PRIOR        PIC S9(11)V99.
       01 WS-SEC-COUNT        PIC 9(5).
       01 WS-PRINT-CURRENT    PIC S9(11)V99.
       01 WS-PRINT-PRIOR      PIC S9(11)V99.
       01 WS-TOTAL-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MEMO-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-INVOICES-USED    PIC 9(6) VALUE 0.
       01 WS-MEMOS-USED       PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-RANK      PIC ZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-CODE      PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NAME      PIC X(16).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-CURRENT   PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PRIOR     PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-CHANGE    PIC -Z,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PERCENT   PIC X(7).
           02 FILLER          PIC X(3) VALUE SPACES.
       01 WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
       01 WS-PAGE-LINES       PIC 99 VALUE 0.
       01 WS-PAGE-OUT         PIC ZZ9.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "SALES-ANALYSIS".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "SALES ANALYSIS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "salesanalysis.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "salesanalysis.csv".
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

           DISPLAY "SELECT PERIOD (M=MONTH, Y=YEAR TO DATE): ".
           ACCEPT WS-PERIOD-TYPE.
           IF NOT PERIOD-MONTH AND NOT PERIOD-YTD
               DISPLAY "INVALID PERIOD SELECTED."
               STOP RUN
           END-IF.
           DISPLAY "ENTER MONTH (YYYYMM, 0 = CURRENT MONTH): ".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   OR WS-PERIOD-YEAR < 1901
               DISPLAY "INVALID MONTH " WS-PERIOD
               STOP RUN
           END-IF.
           MOVE WS-PERIOD TO WS-CUR-TO.
           IF PERIOD-MONTH
               MOVE WS-PERIOD TO WS-CUR-FROM
           ELSE
               COMPUTE WS-CUR-FROM = (WS-PERIOD-YEAR * 100) + 1
           END-IF.
           COMPUTE WS-PRI-FROM = WS-CUR-FROM - 100.
           COMPUTE WS-PRI-TO = WS-CUR-TO - 100.

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
                       PERFORM TALLY-INVOICE
               END-READ
           END-PERFORM.
           CLOSE InvoiceHistoryFile.

           IF WS-Memo-Count > 0
               PERFORM FIND-MEMO-SALESPERSONS
           END-IF.
           PERFORM POST-MEMO-SALESPERSONS.
           PERFORM TALLY-ORDER-LINES.

           IF WS-Sa-Full = "Y"
               DISPLAY "MORE THAN 2500 CUSTOMERS, PRODUCTS AND "
                   "SALESPERSONS - EXCESS NOT REPORTED"
           END-IF.
           IF WS-Ord-Full = "Y"
               DISPLAY "MORE THAN 5000 INVOICED ORDERS - PRODUCT "
                   "TOTALS ARE INCOMPLETE"
           END-IF.
           IF WS-Memo-Full = "Y"
               DISPLAY "MORE THAN 1000 CREDIT MEMOS - SALESPERSON "
                   "TOTALS ARE NOT FULLY NETTED"
           END-IF.

           PERFORM RANK-ENTRIES.

           OPEN OUTPUT AnalysisFile.
           IF WS-Analysis-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN SALES ANALYSIS FILE: STATUS "
                   WS-Analysis-Status
               STOP RUN
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "SECTION,RANK,CODE,NAME,CURRENT PERIOD"
               ",PRIOR PERIOD,CHANGE,PERCENT CHANGE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status = "00"
               MOVE "Y" TO WS-Product-Open
           END-IF.

           MOVE 9999 TO WS-RANK-LIMIT.
           MOVE "C" TO WS-SECTION-DIMENSION.
           MOVE "SALES BY CUSTOMER" TO WS-SECTION-TITLE.
           PERFORM PRINT-FULL-SECTION.
           MOVE "P" TO WS-SECTION-DIMENSION.
           MOVE "SALES BY PRODUCT" TO WS-SECTION-TITLE.
           PERFORM PRINT-FULL-SECTION.
           MOVE "S" TO WS-SECTION-DIMENSION.
           MOVE "SALES BY SALESPERSON" TO WS-SECTION-TITLE.
           PERFORM PRINT-FULL-SECTION.
           MOVE 20 TO WS-RANK-LIMIT.
           MOVE "C" TO WS-SECTION-DIMENSION.
           MOVE "TOP 20 CUSTOMERS" TO WS-SECTION-TITLE.
           PERFORM PRINT-TOP-SECTION.
           MOVE "P" TO WS-SECTION-DIMENSION.
           MOVE "TOP 20 PRODUCTS" TO WS-SECTION-TITLE.
           PERFORM PRINT-TOP-SECTION.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           STRING "INVOICES ANALYSED " WS-INVOICES-USED
               "  CREDIT MEMOS NETTED " WS-MEMOS-USED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE WS-MEMO-TOTAL TO WS-TOTAL-OUT.
           STRING "CREDIT MEMO VALUE NETTED " WS-TOTAL-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ANALYSIS-LINE.

           CLOSE AnalysisFile.
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

           DISPLAY "SALES ANALYSIS WRITTEN TO salesanalysis.prt - "
               WS-PAGE-NUMBER " PAGE(S)".

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

       SET-PERIOD-FLAG.
           MOVE SPACE TO WS-PERIOD-FLAG.
           IF WS-INVOICE-YM >= WS-CUR-FROM
                   AND WS-INVOICE-YM <= WS-CUR-TO
               MOVE "C" TO WS-PERIOD-FLAG
           ELSE
               IF WS-INVOICE-YM >= WS-PRI-FROM
                       AND WS-INVOICE-YM <= WS-PRI-TO
                   MOVE "P" TO WS-PERIOD-FLAG
               END-IF
           END-IF.

       TALLY-INVOICE.
           MOVE IV-INVOICE-DATE(1:6) TO WS-INVOICE-YM.
           PERFORM SET-PERIOD-FLAG.
           IF WS-PERIOD-FLAG NOT = SPACE
               EVALUATE IV-INVOICE-TYPE
                   WHEN SPACE
                       PERFORM TALLY-SALES-INVOICE
                   WHEN "C"
                       PERFORM TALLY-CREDIT-MEMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TALLY-SALES-INVOICE.
           ADD 1 TO WS-INVOICES-USED.
           COMPUTE WS-NET-AMOUNT = IV-INVOICE-AMOUNT
               - IV-TAX-AMOUNT - IV-FREIGHT-AMOUNT.
           MOVE "C" TO WS-LOOKUP-DIMENSION.
           MOVE IV-CUSTOMER-ID TO WS-CODE-NUMBER.
           MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.
           MOVE "S" TO WS-LOOKUP-DIMENSION.
           MOVE IV-SALESPERSON TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.
           IF WS-Ord-Count >= 5000
               MOVE "Y" TO WS-Ord-Full
           ELSE
               ADD 1 TO WS-Ord-Count
               MOVE IV-ORDER-NUMBER TO WS-Ord-Number(WS-Ord-Count)
               MOVE WS-PERIOD-FLAG TO WS-Ord-Period(WS-Ord-Count)
           END-IF.

       TALLY-CREDIT-MEMO.
           ADD 1 TO WS-MEMOS-USED.
           ADD IV-INVOICE-AMOUNT TO WS-MEMO-TOTAL.
           COMPUTE WS-NET-AMOUNT = 0 - IV-INVOICE-AMOUNT.
           MOVE "C" TO WS-LOOKUP-DIMENSION.
           MOVE IV-CUSTOMER-ID TO WS-CODE-NUMBER.
           MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.
           MOVE "P" TO WS-LOOKUP-DIMENSION.
           MOVE IV-RETURN-PRODUCT TO WS-CODE-NUMBER.
           MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE.
           PERFORM ADD-TO-ANALYSIS.
           IF WS-Memo-Count >= 1000
               MOVE "Y" TO WS-Memo-Full
           ELSE
               ADD 1 TO WS-Memo-Count
               MOVE IV-ORDER-NUMBER TO WS-Memo-Invoice(WS-Memo-Count)
               MOVE IV-INVOICE-AMOUNT TO WS-Memo-Amount(WS-Memo-Count)
               MOVE WS-PERIOD-FLAG TO WS-Memo-Period(WS-Memo-Count)
               MOVE SPACES TO WS-Memo-Sales(WS-Memo-Count)
           END-IF.

       FIND-MEMO-SALESPERSONS.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-TYPE = SPACE
                               PERFORM MATCH-MEMO-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.
           MOVE "N" TO WS-Eof.

       MATCH-MEMO-INVOICE.
           PERFORM VARYING WS-Memo-Sub FROM 1 BY 1
                   UNTIL WS-Memo-Sub > WS-Memo-Count
               IF WS-Memo-Invoice(WS-Memo-Sub) = IV-INVOICE-NUMBER
                   MOVE IV-SALESPERSON TO WS-Memo-Sales(WS-Memo-Sub)
               END-IF
           END-PERFORM.

       POST-MEMO-SALESPERSONS.
           PERFORM VARYING WS-Memo-Sub FROM 1 BY 1
                   UNTIL WS-Memo-Sub > WS-Memo-Count
               MOVE WS-Memo-Period(WS-Memo-Sub) TO WS-PERIOD-FLAG
               COMPUTE WS-NET-AMOUNT =
                   0 - WS-Memo-Amount(WS-Memo-Sub)
               MOVE "S" TO WS-LOOKUP-DIMENSION
               MOVE WS-Memo-Sales(WS-Memo-Sub) TO WS-LOOKUP-CODE
               PERFORM ADD-TO-ANALYSIS
           END-PERFORM.

       TALLY-ORDER-LINES.
           OPEN INPUT OrderFile.
           IF WS-Order-Status NOT = "00"
               DISPLAY "ORDER FILE NOT AVAILABLE - NO PRODUCT "
                   "TOTALS"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF OR-ORDER-STATUS = "B"
                               PERFORM TALLY-ONE-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.
           MOVE "N" TO WS-Eof.

       TALLY-ONE-ORDER-LINE.
           IF OR-ORDER-NUMBER NOT = WS-LAST-ORDER
               MOVE OR-ORDER-NUMBER TO WS-LAST-ORDER
               MOVE SPACE TO WS-LAST-PERIOD
               PERFORM VARYING WS-Ord-Sub FROM 1 BY 1
                       UNTIL WS-Ord-Sub > WS-Ord-Count
                   IF WS-Ord-Number(WS-Ord-Sub) = OR-ORDER-NUMBER
                       MOVE WS-Ord-Period(WS-Ord-Sub)
                           TO WS-LAST-PERIOD
                       MOVE WS-Ord-Count TO WS-Ord-Sub
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LAST-PERIOD NOT = SPACE
               MOVE WS-LAST-PERIOD TO WS-PERIOD-FLAG
               COMPUTE WS-NET-AMOUNT ROUNDED =
                   OR-SHIPPED-QTY * OR-UNIT-PRICE
               MOVE "P" TO WS-LOOKUP-DIMENSION
               MOVE OR-PRODUCT-NUMBER TO WS-CODE-NUMBER
               MOVE WS-CODE-NUMBER TO WS-LOOKUP-CODE
               PERFORM ADD-TO-ANALYSIS
           END-IF.

       ADD-TO-ANALYSIS.
           PERFORM FIND-ANALYSIS-ENTRY.
           IF WS-Sa-Find > 0
               IF WS-PERIOD-FLAG = "C"
                   ADD WS-NET-AMOUNT TO WS-Sa-Current(WS-Sa-Find)
               ELSE
                   ADD WS-NET-AMOUNT TO WS-Sa-Prior(WS-Sa-Find)
               END-IF
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
                   MOVE 0 TO WS-Sa-Current(WS-Sa-Find)
                   MOVE 0 TO WS-Sa-Prior(WS-Sa-Find)
                   MOVE 0 TO WS-Sa-Rank(WS-Sa-Find)
               END-IF
           END-IF.

       RANK-ENTRIES.
           PERFORM VARYING WS-Sa-Sub FROM 1 BY 1
                   UNTIL WS-Sa-Sub > WS-Sa-Count
               MOVE 1 TO WS-Sa-Rank(WS-Sa-Sub)
               PERFORM VARYING WS-Sa-Other FROM 1 BY 1
                       UNTIL WS-Sa-Other > WS-Sa-Count
                   IF WS-Sa-Dimension(WS-Sa-Other)
                           = WS-Sa-Dimension(WS-Sa-Sub)
                           AND WS-Sa-Current(WS-Sa-Other)
                               > WS-Sa-Current(WS-Sa-Sub)
                       ADD 1 TO WS-Sa-Rank(WS-Sa-Sub)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-FULL-SECTION.
           PERFORM START-SECTION.
           PERFORM VARYING WS-Sa-Sub FROM 1 BY 1
                   UNTIL WS-Sa-Sub > WS-Sa-Count
               IF WS-Sa-Dimension(WS-Sa-Sub) = WS-SECTION-DIMENSION
                   PERFORM PRINT-ANALYSIS-ENTRY
               END-IF
           END-PERFORM.
           PERFORM END-SECTION.

       PRINT-TOP-SECTION.
           PERFORM START-SECTION.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANK-LIMIT
               PERFORM VARYING WS-Sa-Sub FROM 1 BY 1
                       UNTIL WS-Sa-Sub > WS-Sa-Count
                   IF WS-Sa-Dimension(WS-Sa-Sub)
                           = WS-SECTION-DIMENSION
                           AND WS-Sa-Rank(WS-Sa-Sub) = WS-RANK
                       PERFORM PRINT-ANALYSIS-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM END-SECTION.

       START-SECTION.
           MOVE 0 TO WS-SEC-CURRENT.
           MOVE 0 TO WS-SEC-PRIOR.
           MOVE 0 TO WS-SEC-COUNT.
           PERFORM PRINT-PAGE-HEADING.

       PRINT-ANALYSIS-ENTRY.
           IF WS-PAGE-LINES >= 55
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           PERFORM FIND-ENTRY-NAME.
           MOVE WS-Sa-Rank(WS-Sa-Sub) TO WS-DL-RANK.
           MOVE WS-Sa-Code(WS-Sa-Sub) TO WS-DL-CODE.
           MOVE WS-ENTRY-NAME TO WS-DL-NAME.
           MOVE WS-Sa-Current(WS-Sa-Sub) TO WS-PRINT-CURRENT.
           MOVE WS-Sa-Prior(WS-Sa-Sub) TO WS-PRINT-PRIOR.
           PERFORM FORMAT-COMPARISON.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE WS-SECTION-TITLE      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Sa-Rank(WS-Sa-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Sa-Code(WS-Sa-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-ENTRY-NAME         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-PRINT-CURRENT      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-PRINT-PRIOR        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-CHANGE             TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-DL-PERCENT         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.
           ADD WS-Sa-Current(WS-Sa-Sub) TO WS-SEC-CURRENT.
           ADD WS-Sa-Prior(WS-Sa-Sub) TO WS-SEC-PRIOR.
           ADD 1 TO WS-SEC-COUNT.

       END-SECTION.
           IF WS-PAGE-LINES >= 53
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE "---- ----- ---------------- ------------- "
               TO WS-PRINT-LINE.
           MOVE "------------- ------------- -------"
               TO WS-PRINT-LINE(43:35).
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE ZERO TO WS-DL-RANK.
           MOVE SPACES TO WS-DL-CODE.
           MOVE "SECTION TOTAL" TO WS-DL-NAME.
           MOVE WS-SEC-CURRENT TO WS-PRINT-CURRENT.
           MOVE WS-SEC-PRIOR TO WS-PRINT-PRIOR.
           PERFORM FORMAT-COMPARISON.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE(1:4).
           PERFORM WRITE-ANALYSIS-LINE.
           IF WS-SEC-COUNT = 0
               MOVE "NO SALES IN EITHER PERIOD" TO WS-PRINT-LINE
               PERFORM WRITE-ANALYSIS-LINE
           END-IF.

       FORMAT-COMPARISON.
           COMPUTE WS-CHANGE = WS-PRINT-CURRENT - WS-PRINT-PRIOR
               ON SIZE ERROR
                   MOVE 0 TO WS-CHANGE
           END-COMPUTE.
           MOVE WS-PRINT-CURRENT TO WS-DL-CURRENT.
           MOVE WS-PRINT-PRIOR TO WS-DL-PRIOR.
           MOVE WS-CHANGE TO WS-DL-CHANGE.
           IF WS-PRINT-PRIOR > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-PRINT-CURRENT - WS-PRINT-PRIOR) * 100
                       / WS-PRINT-PRIOR
                   ON SIZE ERROR
                       MOVE "  *****" TO WS-DL-PERCENT
                   NOT ON SIZE ERROR
                       MOVE WS-PERCENT TO WS-PERCENT-OUT
                       MOVE WS-PERCENT-OUT TO WS-DL-PERCENT
               END-COMPUTE
           ELSE
               IF WS-PRINT-CURRENT > ZERO
                   MOVE "    NEW" TO WS-DL-PERCENT
               ELSE
                   MOVE "    N/A" TO WS-DL-PERCENT
               END-IF
           END-IF.

       FIND-ENTRY-NAME.
           MOVE SPACES TO WS-ENTRY-NAME.
           EVALUATE WS-Sa-Dimension(WS-Sa-Sub)
               WHEN "C"
                   MOVE "NOT ON FILE" TO WS-ENTRY-NAME
                   IF WS-Customer-Open = "Y"
                       MOVE WS-Sa-Code(WS-Sa-Sub) TO CustomerID
                       READ CustomerFile
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CustomerName TO WS-ENTRY-NAME
                       END-READ
                   END-IF
               WHEN "P"
                   IF WS-Sa-Code(WS-Sa-Sub) = "00000"
                       MOVE "RETURNS-NO PRODUCT" TO WS-ENTRY-NAME
                   ELSE
                       MOVE "NOT ON MASTER" TO WS-ENTRY-NAME
                       IF WS-Product-Open = "Y"
                           MOVE WS-Sa-Code(WS-Sa-Sub)
                               TO PM-PRODUCT-NUMBER
                           READ ProductMasterFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE PM-DESCRIPTION
                                       TO WS-ENTRY-NAME
                           END-READ
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-Sa-Code(WS-Sa-Sub) = SPACES
                       MOVE "UNASSIGNED" TO WS-ENTRY-NAME
                   ELSE
                       MOVE "NOT ON FILE" TO WS-ENTRY-NAME
                       PERFORM VARYING WS-Name-Sub FROM 1 BY 1
                               UNTIL WS-Name-Sub > WS-Name-Count
                           IF WS-Name-Code(WS-Name-Sub)
                                   = WS-Sa-Code(WS-Sa-Sub)(1:3)
                               MOVE WS-Name-Text(WS-Name-Sub)
                                   TO WS-ENTRY-NAME
                               MOVE WS-Name-Count TO WS-Name-Sub
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       PRINT-PAGE-HEADING.
           IF WS-PAGE-NUMBER > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM UNTIL WS-PAGE-LINES >= 60
                   PERFORM WRITE-ANALYSIS-LINE
               END-PERFORM
           END-IF.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT.
           IF PERIOD-MONTH
               STRING "SALES ANALYSIS - MONTH " WS-CUR-TO
                   " VS " WS-PRI-TO
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "SALES ANALYSIS - YEAR TO DATE " WS-CUR-FROM
                   "-" WS-CUR-TO " VS " WS-PRI-FROM "-" WS-PRI-TO
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           STRING "PAGE " WS-PAGE-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE(70:8).
           PERFORM WRITE-ANALYSIS-LINE.
           STRING WS-SECTION-TITLE DELIMITED BY "  "
               " - NET OF CREDIT MEMOS, EXCLUDING TAX AND FREIGHT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           STRING "RUN DATE " WS-RUN-DATE
               "   RANKED ON THIS PERIOD"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "RANK CODE  NAME               THIS PERIOD     LAST "
               TO WS-PRINT-LINE.
           MOVE "YEAR        CHANGE    PCT" TO WS-PRINT-LINE(53:25).
           PERFORM WRITE-ANALYSIS-LINE.
           MOVE "---- ----- ---------------- ------------- "
               TO WS-PRINT-LINE.
           MOVE "------------- ------------- -------"
               TO WS-PRINT-LINE(43:35).
           PERFORM WRITE-ANALYSIS-LINE.

       WRITE-ANALYSIS-LINE.
           MOVE WS-PRINT-LINE TO ANALYSIS-LINE.
           WRITE ANALYSIS-LINE.
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
