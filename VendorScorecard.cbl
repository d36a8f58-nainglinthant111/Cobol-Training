       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorFile ASSIGN TO "vendors.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT PurchaseOrderFile ASSIGN TO "purchaseorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PO-Status.
           SELECT InvJournalFile ASSIGN TO "invjournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT VoucherFile ASSIGN TO "vouchers.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Voucher-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT ScorecardFile ASSIGN TO "vendorscore.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Scorecard-Status.
           SELECT CsvFile ASSIGN TO "vendorscore.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VendorFile.
       COPY "VendorMaster.cpy".

       FD PurchaseOrderFile.
       COPY "PurchaseOrder.cpy".

       FD InvJournalFile.
       01 INV-JOURNAL-RECORD.
           02 IJ-POST-DATE        PIC 9(8).
           02 IJ-MOVEMENT-TYPE    PIC X.
           02 IJ-PRODUCT-NUMBER   PIC 9(5).
           02 IJ-QUANTITY         PIC 9(7).
           02 IJ-NEW-ON-HAND      PIC 9(7).
           02 IJ-OPERATOR-ID      PIC X(10).
           02 IJ-UNIT-COST        PIC 9(5)V99.
           02 IJ-EXTENDED-COST    PIC 9(9)V99.
           02 IJ-WAREHOUSE-CODE   PIC X(2).
           02 IJ-TO-WAREHOUSE     PIC X(2).
           02 IJ-LOT-NUMBER       PIC X(15).
           02 IJ-PO-NUMBER        PIC 9(6).

       FD VoucherFile.
       COPY "Voucher.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD ScorecardFile.
       01 SCORECARD-LINE          PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Vendor-Status    PIC XX.
       01 WS-PO-Status        PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Voucher-Status   PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Scorecard-Status PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-TO-DATE          PIC 9(8).
       01 WS-DATE-OK          PIC X.

       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 9(2).
       01 WS-WORK-DAY         PIC 9(2).
       01 WS-WORK-DAYS        PIC 9(7).
       01 WS-DUE-DAYS         PIC 9(7).
       01 WS-LATE-DAYS        PIC 9(7).

       01 WS-Vendor-Count     PIC 9(3) VALUE 0.
       01 WS-Vendor-Table.
           02 WS-Vendor-Entry OCCURS 200 TIMES.
             03 WS-Vs-Id             PIC X(5).
             03 WS-Vs-Name           PIC X(20).
             03 WS-Vs-Receipts       PIC 9(5).
             03 WS-Vs-On-Time        PIC 9(5).
             03 WS-Vs-Late-Count     PIC 9(5).
             03 WS-Vs-Late-Days      PIC 9(7).
             03 WS-Vs-Ordered        PIC 9(9).
             03 WS-Vs-Filled         PIC 9(9).
             03 WS-Vs-Past-Due       PIC 9(5).
             03 WS-Vs-Last-Po        PIC 9(6).
             03 WS-Vs-Vouchered      PIC 9(9)V99.
             03 WS-Vs-Receipt-Value  PIC 9(9)V99.
             03 WS-Vs-On-Time-Pct    PIC 9(3)V9.
             03 WS-Vs-Fill-Pct       PIC 9(3)V9.
             03 WS-Vs-Avg-Late       PIC 9(3)V9.
             03 WS-Vs-Ipv-Pct        PIC S9(5)V9.
             03 WS-Vs-Score          PIC 9(3)V9.
             03 WS-Vs-Scored         PIC X.
             03 WS-Vs-Ranked         PIC X.
       01 WS-Vendor-Sub       PIC 9(3).
       01 WS-Alt-Sub          PIC 9(3).
       01 WS-Best-Sub         PIC 9(3).
       01 WS-Primary-Sub      PIC 9(3).
       01 WS-LOOKUP-VENDOR    PIC X(5).
       01 WS-Add-Vendor       PIC X.
       01 WS-Vendors-Dropped  PIC 9(5) VALUE 0.

       01 WS-Line-Count       PIC 9(4) VALUE 0.
       01 WS-Line-Table.
           02 WS-Line-Entry OCCURS 1000 TIMES.
             03 WS-Pl-Po             PIC 9(6).
             03 WS-Pl-Product        PIC 9(5).
             03 WS-Pl-Vendor-Sub     PIC 9(3).
             03 WS-Pl-Due-Date       PIC 9(8).
       01 WS-Line-Sub         PIC 9(4).
       01 WS-Lines-Dropped    PIC 9(5) VALUE 0.

       01 WS-Po-Count         PIC 9(4) VALUE 0.
       01 WS-Po-Table.
           02 WS-Po-Entry OCCURS 1000 TIMES.
             03 WS-Pt-Po             PIC 9(6).
             03 WS-Pt-Vendor-Sub     PIC 9(3).
             03 WS-Pt-Receipt-Value  PIC 9(9)V99.
             03 WS-Pt-Vouchered      PIC 9(9)V99.
       01 WS-Po-Sub           PIC 9(4).

       01 WS-Pair-Count       PIC 9(4) VALUE 0.
       01 WS-Pair-Table.
           02 WS-Pair-Entry OCCURS 1000 TIMES.
             03 WS-Pr-Product        PIC 9(5).
             03 WS-Pr-Vendor-Sub     PIC 9(3).
       01 WS-Pair-Sub         PIC 9(4).

       01 WS-Entry-Found      PIC X.
       01 WS-FILL-QTY         PIC 9(7).
       01 WS-IPV-AMOUNT       PIC S9(9)V99.
       01 WS-IPV-CAPPED       PIC 9(3)V9.
       01 WS-SCORE-WORK       PIC S9(5)V9.
       01 WS-BEST-SCORE       PIC 9(3)V9.
       01 WS-RANK             PIC 9(3) VALUE 0.
       01 WS-RECEIPTS-READ    PIC 9(7) VALUE 0.
       01 WS-VOUCHERS-READ    PIC 9(7) VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(5) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-RANK      PIC ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-VENDOR    PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NAME      PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-RECEIPTS  PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-ON-TIME   PIC ZZ9.9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-FILL      PIC ZZ9.9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-AVG-LATE  PIC ZZ9.9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PAST-DUE  PIC ZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-IPV       PIC -ZZZZ9.9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-SCORE     PIC ZZ9.9.
           02 FILLER          PIC X(11) VALUE SPACES.
       01 WS-FLAG-LINE.
           02 WS-FL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-DESC      PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-PRIMARY   PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-PRI-SCORE PIC ZZ9.9.
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-FL-ALTERNATE PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-ALT-NAME  PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-FL-ALT-SCORE PIC ZZ9.9.
           02 FILLER          PIC X(12) VALUE SPACES.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "VENDOR SCORECARD".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "vendorscore.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "vendorscore.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "VENDOR-SCORECARD".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER FROM DATE (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               CALL "DATE-VALIDATE" USING WS-FROM-DATE WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER TO DATE (YYYYMMDD): "
               ACCEPT WS-TO-DATE
               CALL "DATE-VALIDATE" USING WS-TO-DATE WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               ELSE
                   IF WS-TO-DATE < WS-FROM-DATE
                       DISPLAY "TO DATE IS BEFORE FROM DATE"
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               END-IF
           END-PERFORM.

           OPEN INPUT PurchaseOrderFile.
           IF WS-PO-Status NOT = "00"
               DISPLAY "ERROR OPENING PURCHASE ORDER FILE: STATUS "
                   WS-PO-Status
               STOP RUN
           END-IF.
           OPEN OUTPUT ScorecardFile.
           IF WS-Scorecard-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN SCORECARD FILE: STATUS "
                   WS-Scorecard-Status
               CLOSE PurchaseOrderFile
               STOP RUN
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "RANK,VENDOR,NAME,RECEIPTS,ON TIME PCT,FILL PCT"
               ",AVG DAYS LATE,PAST DUE,PRICE VARIANCE PCT,SCORE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           PERFORM LOAD-VENDORS.
           PERFORM LOAD-PURCHASE-ORDERS.
           CLOSE PurchaseOrderFile.
           PERFORM SCAN-RECEIPTS.
           PERFORM SCAN-VOUCHERS.
           PERFORM APPLY-VOUCHERED-POS.
           PERFORM VARYING WS-Vendor-Sub FROM 1 BY 1
                   UNTIL WS-Vendor-Sub > WS-Vendor-Count
               PERFORM SCORE-VENDOR
           END-PERFORM.

           STRING "VENDOR SCORECARD " WS-FROM-DATE " TO " WS-TO-DATE
               "  RUN " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE "RNK VEND  NAME            RCPTS ONTM% FILL% "
               TO WS-PRINT-LINE.
           MOVE "AVGLT PDUE     IPV% SCORE" TO WS-PRINT-LINE(45:25).
           PERFORM WRITE-SCORECARD-LINE.

           PERFORM PRINT-RANKED-VENDORS.
           IF WS-RANK = 0
               MOVE "NO VENDOR ACTIVITY IN THE DATE RANGE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-IF.

           PERFORM WRITE-SCORECARD-LINE.
           MOVE "PRIMARY VENDORS WITH A BETTER-SCORING ALTERNATE"
               TO WS-PRINT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           MOVE "PROD  DESCRIPTION          PRIM  SCORE   ALT   "
               TO WS-PRINT-LINE.
           MOVE "NAME            SCORE" TO WS-PRINT-LINE(48:21).
           PERFORM WRITE-SCORECARD-LINE.
           PERFORM FLAG-PRIMARY-VENDORS.
           IF WS-FLAGGED-COUNT = 0
               MOVE "NONE" TO WS-PRINT-LINE
               PERFORM WRITE-SCORECARD-LINE
           END-IF.

           CLOSE ScorecardFile.
           PERFORM CLOSE-CSV-EXPORT.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           IF WS-Lines-Dropped > 0 OR WS-Vendors-Dropped > 0
               DISPLAY "WARNING: TABLES FULL - " WS-Lines-Dropped
                   " PO LINE(S) AND " WS-Vendors-Dropped
                   " VENDOR LINE(S) NOT SCORED"
           END-IF.
           DISPLAY "RECEIPTS SCORED: " WS-RECEIPTS-READ
               "  VOUCHERS MATCHED: " WS-VOUCHERS-READ.
           DISPLAY "VENDOR SCORECARD COMPLETE: " WS-RANK
               " VENDOR(S) RANKED, " WS-FLAGGED-COUNT
               " PRIMARY VENDOR(S) FLAGGED".

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       LOAD-VENDORS.
           OPEN INPUT VendorFile.
           IF WS-Vendor-Status NOT = "00"
               DISPLAY "NO VENDOR FILE - VENDOR NAMES NOT SHOWN"
           ELSE
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ VendorFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           MOVE VN-VENDOR-ID TO WS-LOOKUP-VENDOR
                           MOVE "Y" TO WS-Add-Vendor
                           PERFORM FIND-VENDOR-ENTRY
                           IF WS-Vendor-Sub > 0
                               MOVE VN-NAME TO WS-Vs-Name(WS-Vendor-Sub)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VendorFile
           END-IF.

       LOAD-PURCHASE-ORDERS.
           MOVE "N" TO WS-Eof.
           PERFORM UNTIL WS-Eof = "Y"
               READ PurchaseOrderFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       PERFORM LOAD-ONE-PO-LINE
               END-READ
           END-PERFORM.

       LOAD-ONE-PO-LINE.
           MOVE PO-VENDOR TO WS-LOOKUP-VENDOR.
           MOVE "Y" TO WS-Add-Vendor.
           PERFORM FIND-VENDOR-ENTRY.
           IF WS-Vendor-Sub = 0 OR WS-Line-Count >= 1000
               ADD 1 TO WS-Lines-Dropped
           ELSE
               ADD 1 TO WS-Line-Count
               MOVE PO-NUMBER TO WS-Pl-Po(WS-Line-Count)
               MOVE PO-PRODUCT-NUMBER TO WS-Pl-Product(WS-Line-Count)
               MOVE WS-Vendor-Sub TO WS-Pl-Vendor-Sub(WS-Line-Count)
               MOVE PO-DUE-DATE TO WS-Pl-Due-Date(WS-Line-Count)
               IF PO-ORDER-DATE >= WS-FROM-DATE
                       AND PO-ORDER-DATE <= WS-TO-DATE
                   ADD PO-ORDER-QTY TO WS-Vs-Ordered(WS-Vendor-Sub)
                   IF PO-RECEIVED-QTY > PO-ORDER-QTY
                       MOVE PO-ORDER-QTY TO WS-FILL-QTY
                   ELSE
                       MOVE PO-RECEIVED-QTY TO WS-FILL-QTY
                   END-IF
                   ADD WS-FILL-QTY TO WS-Vs-Filled(WS-Vendor-Sub)
                   PERFORM ADD-PRODUCT-PAIR
               END-IF
               IF PO-STATUS NOT = "C" AND PO-DUE-DATE < WS-TODAY
                       AND PO-NUMBER NOT = WS-Vs-Last-Po(WS-Vendor-Sub)
                   ADD 1 TO WS-Vs-Past-Due(WS-Vendor-Sub)
                   MOVE PO-NUMBER TO WS-Vs-Last-Po(WS-Vendor-Sub)
               END-IF
               PERFORM ADD-PO-ENTRY
           END-IF.

       ADD-PRODUCT-PAIR.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Pair-Sub FROM 1 BY 1
                   UNTIL WS-Pair-Sub > WS-Pair-Count
               IF WS-Pr-Product(WS-Pair-Sub) = PO-PRODUCT-NUMBER
                       AND WS-Pr-Vendor-Sub(WS-Pair-Sub) = WS-Vendor-Sub
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Pair-Count TO WS-Pair-Sub
               END-IF
           END-PERFORM.
           IF WS-Entry-Found = "N" AND WS-Pair-Count < 1000
               ADD 1 TO WS-Pair-Count
               MOVE PO-PRODUCT-NUMBER TO WS-Pr-Product(WS-Pair-Count)
               MOVE WS-Vendor-Sub TO WS-Pr-Vendor-Sub(WS-Pair-Count)
           END-IF.

       ADD-PO-ENTRY.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Po-Sub FROM 1 BY 1
                   UNTIL WS-Po-Sub > WS-Po-Count
               IF WS-Pt-Po(WS-Po-Sub) = PO-NUMBER
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Po-Count TO WS-Po-Sub
               END-IF
           END-PERFORM.
           IF WS-Entry-Found = "N" AND WS-Po-Count < 1000
               ADD 1 TO WS-Po-Count
               MOVE PO-NUMBER TO WS-Pt-Po(WS-Po-Count)
               MOVE WS-Vendor-Sub TO WS-Pt-Vendor-Sub(WS-Po-Count)
               MOVE 0 TO WS-Pt-Receipt-Value(WS-Po-Count)
               MOVE 0 TO WS-Pt-Vouchered(WS-Po-Count)
           END-IF.

       SCAN-RECEIPTS.
           OPEN INPUT InvJournalFile.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "NO INVENTORY JOURNAL - NO RECEIPTS SCORED"
           ELSE
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IJ-MOVEMENT-TYPE = "R"
                                   AND IJ-PO-NUMBER NOT = ZERO
                               PERFORM SCORE-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvJournalFile
           END-IF.

       SCORE-ONE-RECEIPT.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Line-Sub FROM 1 BY 1
                   UNTIL WS-Line-Sub > WS-Line-Count
               IF WS-Pl-Po(WS-Line-Sub) = IJ-PO-NUMBER
                       AND WS-Pl-Product(WS-Line-Sub)
                           = IJ-PRODUCT-NUMBER
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Line-Sub TO WS-Alt-Sub
                   MOVE WS-Line-Count TO WS-Line-Sub
               END-IF
           END-PERFORM.
           IF WS-Entry-Found = "Y"
               MOVE WS-Pl-Vendor-Sub(WS-Alt-Sub) TO WS-Vendor-Sub
               PERFORM VARYING WS-Po-Sub FROM 1 BY 1
                       UNTIL WS-Po-Sub > WS-Po-Count
                   IF WS-Pt-Po(WS-Po-Sub) = IJ-PO-NUMBER
                       ADD IJ-EXTENDED-COST
                           TO WS-Pt-Receipt-Value(WS-Po-Sub)
                       MOVE WS-Po-Count TO WS-Po-Sub
                   END-IF
               END-PERFORM
               IF IJ-POST-DATE >= WS-FROM-DATE
                       AND IJ-POST-DATE <= WS-TO-DATE
                   ADD 1 TO WS-RECEIPTS-READ
                   ADD 1 TO WS-Vs-Receipts(WS-Vendor-Sub)
                   IF IJ-POST-DATE <= WS-Pl-Due-Date(WS-Alt-Sub)
                       ADD 1 TO WS-Vs-On-Time(WS-Vendor-Sub)
                   ELSE
                       MOVE WS-Pl-Due-Date(WS-Alt-Sub) TO WS-WORK-DATE
                       PERFORM DATE-TO-DAYS
                       MOVE WS-WORK-DAYS TO WS-DUE-DAYS
                       MOVE IJ-POST-DATE TO WS-WORK-DATE
                       PERFORM DATE-TO-DAYS
                       COMPUTE WS-LATE-DAYS = WS-WORK-DAYS - WS-DUE-DAYS
                       ADD 1 TO WS-Vs-Late-Count(WS-Vendor-Sub)
                       ADD WS-LATE-DAYS
                           TO WS-Vs-Late-Days(WS-Vendor-Sub)
                   END-IF
               END-IF
           END-IF.

       SCAN-VOUCHERS.
           OPEN INPUT VoucherFile.
           IF WS-Voucher-Status NOT = "00"
               DISPLAY "NO VOUCHER FILE - NO PRICE VARIANCE SCORED"
           ELSE
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ VoucherFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF VO-PO-NUMBER NOT = ZERO
                                   AND VO-INVOICE-DATE >= WS-FROM-DATE
                                   AND VO-INVOICE-DATE <= WS-TO-DATE
                               PERFORM APPLY-ONE-VOUCHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
           END-IF.

       APPLY-ONE-VOUCHER.
           PERFORM VARYING WS-Po-Sub FROM 1 BY 1
                   UNTIL WS-Po-Sub > WS-Po-Count
               IF WS-Pt-Po(WS-Po-Sub) = VO-PO-NUMBER
                   ADD 1 TO WS-VOUCHERS-READ
                   ADD VO-AMOUNT TO WS-Pt-Vouchered(WS-Po-Sub)
                   MOVE WS-Po-Count TO WS-Po-Sub
               END-IF
           END-PERFORM.

       APPLY-VOUCHERED-POS.
           PERFORM VARYING WS-Po-Sub FROM 1 BY 1
                   UNTIL WS-Po-Sub > WS-Po-Count
               IF WS-Pt-Vouchered(WS-Po-Sub) > 0
                       AND WS-Pt-Receipt-Value(WS-Po-Sub) > 0
                   MOVE WS-Pt-Vendor-Sub(WS-Po-Sub) TO WS-Vendor-Sub
                   ADD WS-Pt-Vouchered(WS-Po-Sub)
                       TO WS-Vs-Vouchered(WS-Vendor-Sub)
                   ADD WS-Pt-Receipt-Value(WS-Po-Sub)
                       TO WS-Vs-Receipt-Value(WS-Vendor-Sub)
               END-IF
           END-PERFORM.

       SCORE-VENDOR.
           MOVE "N" TO WS-Vs-Ranked(WS-Vendor-Sub).
           IF WS-Vs-Receipts(WS-Vendor-Sub) = 0
                   AND WS-Vs-Ordered(WS-Vendor-Sub) = 0
               MOVE "N" TO WS-Vs-Scored(WS-Vendor-Sub)
           ELSE
               MOVE "Y" TO WS-Vs-Scored(WS-Vendor-Sub)
               IF WS-Vs-Receipts(WS-Vendor-Sub) > 0
                   COMPUTE WS-Vs-On-Time-Pct(WS-Vendor-Sub) ROUNDED =
                       WS-Vs-On-Time(WS-Vendor-Sub) * 100
                       / WS-Vs-Receipts(WS-Vendor-Sub)
               ELSE
                   MOVE 0 TO WS-Vs-On-Time-Pct(WS-Vendor-Sub)
               END-IF
               IF WS-Vs-Ordered(WS-Vendor-Sub) > 0
                   COMPUTE WS-Vs-Fill-Pct(WS-Vendor-Sub) ROUNDED =
                       WS-Vs-Filled(WS-Vendor-Sub) * 100
                       / WS-Vs-Ordered(WS-Vendor-Sub)
               ELSE
                   MOVE 100 TO WS-Vs-Fill-Pct(WS-Vendor-Sub)
               END-IF
               IF WS-Vs-Late-Count(WS-Vendor-Sub) > 0
                   COMPUTE WS-Vs-Avg-Late(WS-Vendor-Sub) ROUNDED =
                       WS-Vs-Late-Days(WS-Vendor-Sub)
                       / WS-Vs-Late-Count(WS-Vendor-Sub)
               ELSE
                   MOVE 0 TO WS-Vs-Avg-Late(WS-Vendor-Sub)
               END-IF
               IF WS-Vs-Receipt-Value(WS-Vendor-Sub) > 0
                   COMPUTE WS-IPV-AMOUNT =
                       WS-Vs-Vouchered(WS-Vendor-Sub)
                       - WS-Vs-Receipt-Value(WS-Vendor-Sub)
                   COMPUTE WS-Vs-Ipv-Pct(WS-Vendor-Sub) ROUNDED =
                       WS-IPV-AMOUNT * 100
                       / WS-Vs-Receipt-Value(WS-Vendor-Sub)
               ELSE
                   MOVE 0 TO WS-Vs-Ipv-Pct(WS-Vendor-Sub)
               END-IF
               IF WS-Vs-Ipv-Pct(WS-Vendor-Sub) < 0
                   MOVE 0 TO WS-IPV-CAPPED
               ELSE
                   IF WS-Vs-Ipv-Pct(WS-Vendor-Sub) > 100
                       MOVE 100 TO WS-IPV-CAPPED
                   ELSE
                       MOVE WS-Vs-Ipv-Pct(WS-Vendor-Sub)
                           TO WS-IPV-CAPPED
                   END-IF
               END-IF
               COMPUTE WS-SCORE-WORK ROUNDED =
                   (WS-Vs-On-Time-Pct(WS-Vendor-Sub) * 0.4)
                 + (WS-Vs-Fill-Pct(WS-Vendor-Sub) * 0.4)
                 + ((100 - WS-IPV-CAPPED) * 0.2)
                 - (WS-Vs-Past-Due(WS-Vendor-Sub) * 5)
               IF WS-SCORE-WORK < 0
                   MOVE 0 TO WS-Vs-Score(WS-Vendor-Sub)
               ELSE
                   MOVE WS-SCORE-WORK TO WS-Vs-Score(WS-Vendor-Sub)
               END-IF
           END-IF.

       PRINT-RANKED-VENDORS.
           MOVE 1 TO WS-Best-Sub.
           PERFORM UNTIL WS-Best-Sub = 0
               MOVE 0 TO WS-Best-Sub
               PERFORM VARYING WS-Vendor-Sub FROM 1 BY 1
                       UNTIL WS-Vendor-Sub > WS-Vendor-Count
                   IF WS-Vs-Scored(WS-Vendor-Sub) = "Y"
                           AND WS-Vs-Ranked(WS-Vendor-Sub) = "N"
                       IF WS-Best-Sub = 0
                           MOVE WS-Vendor-Sub TO WS-Best-Sub
                       ELSE
                           IF WS-Vs-Score(WS-Vendor-Sub)
                                   > WS-Vs-Score(WS-Best-Sub)
                               MOVE WS-Vendor-Sub TO WS-Best-Sub
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Best-Sub > 0
                   MOVE "Y" TO WS-Vs-Ranked(WS-Best-Sub)
                   PERFORM PRINT-VENDOR-LINE
               END-IF
           END-PERFORM.

       PRINT-VENDOR-LINE.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK                        TO WS-DL-RANK.
           MOVE WS-Vs-Id(WS-Best-Sub)          TO WS-DL-VENDOR.
           MOVE WS-Vs-Name(WS-Best-Sub)        TO WS-DL-NAME.
           MOVE WS-Vs-Receipts(WS-Best-Sub)    TO WS-DL-RECEIPTS.
           MOVE WS-Vs-On-Time-Pct(WS-Best-Sub) TO WS-DL-ON-TIME.
           MOVE WS-Vs-Fill-Pct(WS-Best-Sub)    TO WS-DL-FILL.
           MOVE WS-Vs-Avg-Late(WS-Best-Sub)    TO WS-DL-AVG-LATE.
           MOVE WS-Vs-Past-Due(WS-Best-Sub)    TO WS-DL-PAST-DUE.
           MOVE WS-Vs-Ipv-Pct(WS-Best-Sub)     TO WS-DL-IPV.
           MOVE WS-Vs-Score(WS-Best-Sub)       TO WS-DL-SCORE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-SCORECARD-LINE.
           ADD 1 TO WS-Written-Count.
           MOVE WS-RANK                        TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Vs-Id(WS-Best-Sub)          TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Vs-Name(WS-Best-Sub)        TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Vs-Receipts(WS-Best-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Vs-On-Time-Pct(WS-Best-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Vs-Fill-Pct(WS-Best-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Vs-Avg-Late(WS-Best-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Vs-Past-Due(WS-Best-Sub)    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Vs-Ipv-Pct(WS-Best-Sub)     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Vs-Score(WS-Best-Sub)       TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       FLAG-PRIMARY-VENDORS.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-Product-Status
           ELSE
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ ProductMasterFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PM-PRIMARY-VENDOR NOT = SPACES
                               PERFORM CHECK-PRIMARY-VENDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProductMasterFile
           END-IF.

       CHECK-PRIMARY-VENDOR.
           MOVE PM-PRIMARY-VENDOR TO WS-LOOKUP-VENDOR.
           MOVE "N" TO WS-Add-Vendor.
           PERFORM FIND-VENDOR-ENTRY.
           MOVE WS-Vendor-Sub TO WS-Primary-Sub.
           IF WS-Primary-Sub > 0
               IF WS-Vs-Scored(WS-Primary-Sub) = "Y"
                   MOVE 0 TO WS-Best-Sub
                   MOVE WS-Vs-Score(WS-Primary-Sub) TO WS-BEST-SCORE
                   PERFORM VARYING WS-Pair-Sub FROM 1 BY 1
                           UNTIL WS-Pair-Sub > WS-Pair-Count
                       MOVE WS-Pr-Vendor-Sub(WS-Pair-Sub) TO WS-Alt-Sub
                       IF WS-Pr-Product(WS-Pair-Sub)
                               = PM-PRODUCT-NUMBER
                               AND WS-Alt-Sub NOT = WS-Primary-Sub
                               AND WS-Vs-Scored(WS-Alt-Sub) = "Y"
                               AND WS-Vs-Score(WS-Alt-Sub)
                                   > WS-BEST-SCORE
                           MOVE WS-Alt-Sub TO WS-Best-Sub
                           MOVE WS-Vs-Score(WS-Alt-Sub)
                               TO WS-BEST-SCORE
                       END-IF
                   END-PERFORM
                   IF WS-Best-Sub > 0
                       PERFORM PRINT-FLAG-LINE
                   END-IF
               END-IF
           END-IF.

       PRINT-FLAG-LINE.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE PM-PRODUCT-NUMBER              TO WS-FL-PRODUCT.
           MOVE PM-DESCRIPTION                 TO WS-FL-DESC.
           MOVE PM-PRIMARY-VENDOR              TO WS-FL-PRIMARY.
           MOVE WS-Vs-Score(WS-Primary-Sub)    TO WS-FL-PRI-SCORE.
           MOVE WS-Vs-Id(WS-Best-Sub)          TO WS-FL-ALTERNATE.
           MOVE WS-Vs-Name(WS-Best-Sub)        TO WS-FL-ALT-NAME.
           MOVE WS-Vs-Score(WS-Best-Sub)       TO WS-FL-ALT-SCORE.
           MOVE WS-FLAG-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-SCORECARD-LINE.

       FIND-VENDOR-ENTRY.
           MOVE 0 TO WS-Vendor-Sub.
           PERFORM VARYING WS-Alt-Sub FROM 1 BY 1
                   UNTIL WS-Alt-Sub > WS-Vendor-Count
               IF WS-Vs-Id(WS-Alt-Sub) = WS-LOOKUP-VENDOR
                   MOVE WS-Alt-Sub TO WS-Vendor-Sub
                   MOVE WS-Vendor-Count TO WS-Alt-Sub
               END-IF
           END-PERFORM.
           IF WS-Vendor-Sub = 0 AND WS-Add-Vendor = "Y"
               IF WS-Vendor-Count < 200
                   ADD 1 TO WS-Vendor-Count
                   MOVE WS-Vendor-Count TO WS-Vendor-Sub
                   MOVE WS-LOOKUP-VENDOR TO WS-Vs-Id(WS-Vendor-Sub)
                   MOVE "NOT ON VENDOR FILE"
                       TO WS-Vs-Name(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Receipts(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-On-Time(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Late-Count(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Late-Days(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Ordered(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Filled(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Past-Due(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Last-Po(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Vouchered(WS-Vendor-Sub)
                   MOVE 0 TO WS-Vs-Receipt-Value(WS-Vendor-Sub)
                   MOVE "N" TO WS-Vs-Scored(WS-Vendor-Sub)
               ELSE
                   ADD 1 TO WS-Vendors-Dropped
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

       WRITE-SCORECARD-LINE.
           MOVE WS-PRINT-LINE TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
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
