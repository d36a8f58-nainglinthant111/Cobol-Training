       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT InvJournalFile ASSIGN TO "invjournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT ShipmentFile ASSIGN TO "shipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Shipment-Status.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Gl-Status.
           SELECT ProposedJeFile ASSIGN TO "proposedje.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Proposed-Status.
           SELECT AgingFile ASSIGN TO "invaging.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Aging-Status.
           SELECT CsvFile ASSIGN TO "invaging.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

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

       FD ShipmentFile.
       COPY "Shipment.cpy".

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD GlJournalFile.
       01 GL-JOURNAL-RECORD.
           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-ACCOUNT          PIC 9(4).
           02 GJ-DEBIT            PIC 9(9)V99.
           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).

       FD ProposedJeFile.
       01 PROPOSED-JE-RECORD.
           02 PJ-ACCOUNT          PIC 9(4).
           02 PJ-DEBIT            PIC 9(9)V99.
           02 PJ-CREDIT           PIC 9(9)V99.
           02 PJ-DESCRIPTION      PIC X(20).

       FD AgingFile.
       01 AGING-LINE              PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Product-Status   PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Shipment-Status  PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Gl-Status        PIC XX.
       01 WS-Proposed-Status  PIC XX.
       01 WS-Aging-Status     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 9(2).
       01 WS-WORK-DAY         PIC 9(2).
       01 WS-WORK-DAYS        PIC 9(7).
       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-AGE-DAYS         PIC S9(7).

       01 WS-RESERVE-ACCOUNT  PIC 9(4) VALUE 1290.
       01 WS-EXPENSE-ACCOUNT  PIC 9(4) VALUE 5290.
       01 WS-STANDARD-RATES   PIC X VALUE "Y".

       01 WS-Bucket-Table.
           02 WS-Bk-Entry OCCURS 4 TIMES.
             03 WS-Bk-Name         PIC X(8).
             03 WS-Bk-Rate         PIC 9(3).
             03 WS-Bk-Disc-Rate    PIC 9(3).
             03 WS-Bk-Items        PIC 9(5).
             03 WS-Bk-Qty          PIC 9(9).
             03 WS-Bk-Value        PIC 9(11)V99.
             03 WS-Bk-Reserve      PIC 9(11)V99.
             03 WS-Bk-Disc-Items   PIC 9(5).
             03 WS-Bk-Disc-Qty     PIC 9(9).
             03 WS-Bk-Disc-Value   PIC 9(11)V99.
             03 WS-Bk-Disc-Reserve PIC 9(11)V99.
       01 WS-Bk-Sub           PIC 9.

       01 WS-Date-Count       PIC 9(4) VALUE 0.
       01 WS-Date-Table.
           02 WS-Date-Entry OCCURS 3000 TIMES.
             03 WS-Dt-Product      PIC 9(5).
             03 WS-Dt-Last-Issue   PIC 9(8).
             03 WS-Dt-Last-Receipt PIC 9(8).
       01 WS-Date-Sub         PIC 9(4).
       01 WS-Date-Find        PIC 9(4).
       01 WS-Dates-Dropped    PIC 9(5) VALUE 0.
       01 WS-LOOKUP-PRODUCT   PIC 9(5).

       01 WS-Ship-Count       PIC 9(4) VALUE 0.
       01 WS-Ship-Table.
           02 WS-Ship-Entry OCCURS 3000 TIMES.
             03 WS-Sh-Order        PIC 9(6).
             03 WS-Sh-Date         PIC 9(8).
       01 WS-Ship-Sub         PIC 9(4).
       01 WS-ISSUE-DATE       PIC 9(8).

       01 WS-LAST-DATE        PIC 9(8).
       01 WS-DATE-SOURCE      PIC X(7).
       01 WS-EXTENDED-VALUE   PIC 9(11)V99.
       01 WS-ITEM-RESERVE     PIC 9(11)V99.
       01 WS-ITEM-RATE        PIC 9(3).
       01 WS-TOTAL-VALUE      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-RESERVE    PIC 9(11)V99 VALUE 0.
       01 WS-ITEMS-AGED       PIC 9(5) VALUE 0.
       01 WS-GL-DEBITS        PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDITS       PIC 9(11)V99 VALUE 0.
       01 WS-GL-BALANCE       PIC S9(11)V99.
       01 WS-RESERVE-CHANGE   PIC S9(11)V99.
       01 WS-AMOUNT-OUT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-DESC      PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-STATUS    PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-LAST-DATE PIC X(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-AGE       PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-QTY       PIC ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-VALUE     PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-RATE      PIC ZZ9.
           02 FILLER          PIC X VALUE "%".
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-RESERVE   PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X(4) VALUE SPACES.
       01 WS-BUCKET-LINE.
           02 WS-BL-NAME      PIC X(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-CLASS     PIC X(12).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-ITEMS     PIC ZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-QTY       PIC ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-VALUE     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-RATE      PIC ZZ9.
           02 FILLER          PIC X VALUE "%".
           02 FILLER          PIC X VALUE SPACE.
           02 WS-BL-RESERVE   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X(5) VALUE SPACES.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "INVENTORY AGING".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "invaging.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "invaging.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "INVENTORY-AGING".
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
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.

           MOVE "0-90"     TO WS-Bk-Name(1).
           MOVE "91-180"   TO WS-Bk-Name(2).
           MOVE "181-365"  TO WS-Bk-Name(3).
           MOVE "OVER 365" TO WS-Bk-Name(4).
           MOVE 0   TO WS-Bk-Rate(1).
           MOVE 10  TO WS-Bk-Rate(2).
           MOVE 25  TO WS-Bk-Rate(3).
           MOVE 50  TO WS-Bk-Rate(4).
           MOVE 25  TO WS-Bk-Disc-Rate(1).
           MOVE 50  TO WS-Bk-Disc-Rate(2).
           MOVE 75  TO WS-Bk-Disc-Rate(3).
           MOVE 100 TO WS-Bk-Disc-Rate(4).
           DISPLAY "STANDARD RESERVE RATES: ACTIVE 0/10/25/50%, "
               "DISCONTINUED 25/50/75/100%".
           DISPLAY "USE STANDARD RESERVE RATES (Y/N)? ".
           ACCEPT WS-STANDARD-RATES.
           PERFORM VARYING WS-Bk-Sub FROM 1 BY 1 UNTIL WS-Bk-Sub > 4
               IF WS-STANDARD-RATES = "N"
                   PERFORM ACCEPT-BUCKET-RATES
               END-IF
               MOVE 0 TO WS-Bk-Items(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Qty(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Value(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Reserve(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Disc-Items(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Disc-Qty(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Disc-Value(WS-Bk-Sub)
               MOVE 0 TO WS-Bk-Disc-Reserve(WS-Bk-Sub)
           END-PERFORM.

           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-Product-Status
               STOP RUN
           END-IF.
           OPEN OUTPUT AgingFile.
           IF WS-Aging-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN AGING REPORT FILE: STATUS "
                   WS-Aging-Status
               CLOSE ProductMasterFile
               STOP RUN
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "PRODUCT,DESCRIPTION,STATUS,LAST DATE,DATE SOURCE"
               ",AGE DAYS,QUANTITY,VALUE AT COST,RESERVE PCT"
               ",RESERVE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           PERFORM SCAN-INVENTORY-JOURNAL.
           PERFORM LOAD-SHIPMENT-DATES.
           PERFORM SCAN-SHIPPED-ORDERS.

           STRING "INVENTORY AGING BY LAST ISSUE DATE AS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE "PROD  DESCRIPTION     STAT LAST ISS   AGE "
               TO WS-PRINT-LINE.
           MOVE "QUANTITY    AT COST RATE    RESERVE"
               TO WS-PRINT-LINE(42:35).
           PERFORM WRITE-AGING-LINE.

           MOVE "N" TO WS-Eof.
           PERFORM UNTIL WS-Eof = "Y"
               READ ProductMasterFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF PM-ON-HAND-QTY > 0
                               AND PM-KIT-TYPE NOT = "K"
                           PERFORM AGE-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ProductMasterFile.

           PERFORM PRINT-BUCKET-SUMMARY.
           PERFORM TOTAL-GL-RESERVE-ACCOUNT.
           PERFORM PROPOSE-RESERVE-ENTRY.

           CLOSE AgingFile.
           PERFORM CLOSE-CSV-EXPORT.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           IF WS-Dates-Dropped > 0
               DISPLAY "WARNING: " WS-Dates-Dropped " MOVEMENT(S) "
                   "NOT DATED - PRODUCT TABLE FULL"
           END-IF.
           DISPLAY "INVENTORY AGING COMPLETE: " WS-ITEMS-AGED
               " PRODUCT(S) AGED".

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ACCEPT-BUCKET-RATES.
           DISPLAY "RESERVE % FOR ACTIVE ITEMS AGED "
               WS-Bk-Name(WS-Bk-Sub) " DAYS: ".
           ACCEPT WS-Bk-Rate(WS-Bk-Sub).
           DISPLAY "RESERVE % FOR DISCONTINUED ITEMS AGED "
               WS-Bk-Name(WS-Bk-Sub) " DAYS: ".
           ACCEPT WS-Bk-Disc-Rate(WS-Bk-Sub).
           IF WS-Bk-Rate(WS-Bk-Sub) > 100
               MOVE 100 TO WS-Bk-Rate(WS-Bk-Sub)
           END-IF.
           IF WS-Bk-Disc-Rate(WS-Bk-Sub) > 100
               MOVE 100 TO WS-Bk-Disc-Rate(WS-Bk-Sub)
           END-IF.

       SCAN-INVENTORY-JOURNAL.
           OPEN INPUT InvJournalFile.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "NO INVENTORY JOURNAL - ISSUE DATES FROM "
                   "SHIPMENTS ONLY"
           ELSE
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           MOVE IJ-PRODUCT-NUMBER TO WS-LOOKUP-PRODUCT
                           EVALUATE IJ-MOVEMENT-TYPE
                               WHEN "I"
                               WHEN "C"
                                   MOVE IJ-POST-DATE TO WS-ISSUE-DATE
                                   PERFORM RECORD-ISSUE-DATE
                               WHEN "R"
                               WHEN "B"
                                   PERFORM RECORD-RECEIPT-DATE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE InvJournalFile
           END-IF.

       RECORD-RECEIPT-DATE.
           PERFORM FIND-DATE-ENTRY.
           IF WS-Date-Find > 0
               IF IJ-POST-DATE > WS-Dt-Last-Receipt(WS-Date-Find)
                   MOVE IJ-POST-DATE
                       TO WS-Dt-Last-Receipt(WS-Date-Find)
               END-IF
           END-IF.

       LOAD-SHIPMENT-DATES.
           OPEN INPUT ShipmentFile.
           IF WS-Shipment-Status = "00"
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ship-Count >= 3000
                   READ ShipmentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Ship-Count
                           MOVE SM-ORDER-NUMBER
                               TO WS-Sh-Order(WS-Ship-Count)
                           MOVE SM-SHIP-DATE
                               TO WS-Sh-Date(WS-Ship-Count)
                   END-READ
               END-PERFORM
               CLOSE ShipmentFile
           END-IF.

       SCAN-SHIPPED-ORDERS.
           OPEN INPUT OrderFile.
           IF WS-Order-Status = "00"
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF OR-SHIPPED-QTY > 0
                               PERFORM DATE-SHIPPED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.

       DATE-SHIPPED-LINE.
           MOVE OR-ORDER-DATE TO WS-ISSUE-DATE.
           PERFORM VARYING WS-Ship-Sub FROM 1 BY 1
                   UNTIL WS-Ship-Sub > WS-Ship-Count
               IF WS-Sh-Order(WS-Ship-Sub) = OR-ORDER-NUMBER
                   IF WS-Sh-Date(WS-Ship-Sub) > WS-ISSUE-DATE
                       MOVE WS-Sh-Date(WS-Ship-Sub) TO WS-ISSUE-DATE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE OR-PRODUCT-NUMBER TO WS-LOOKUP-PRODUCT.
           PERFORM RECORD-ISSUE-DATE.

       RECORD-ISSUE-DATE.
           PERFORM FIND-DATE-ENTRY.
           IF WS-Date-Find > 0
               IF WS-ISSUE-DATE > WS-Dt-Last-Issue(WS-Date-Find)
                   MOVE WS-ISSUE-DATE TO WS-Dt-Last-Issue(WS-Date-Find)
               END-IF
           END-IF.

       FIND-DATE-ENTRY.
           MOVE 0 TO WS-Date-Find.
           PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                   UNTIL WS-Date-Sub > WS-Date-Count
               IF WS-Dt-Product(WS-Date-Sub) = WS-LOOKUP-PRODUCT
                   MOVE WS-Date-Sub TO WS-Date-Find
                   MOVE WS-Date-Count TO WS-Date-Sub
               END-IF
           END-PERFORM.
           IF WS-Date-Find = 0
               IF WS-Date-Count < 3000
                   ADD 1 TO WS-Date-Count
                   MOVE WS-Date-Count TO WS-Date-Find
                   MOVE WS-LOOKUP-PRODUCT
                       TO WS-Dt-Product(WS-Date-Find)
                   MOVE 0 TO WS-Dt-Last-Issue(WS-Date-Find)
                   MOVE 0 TO WS-Dt-Last-Receipt(WS-Date-Find)
               ELSE
                   ADD 1 TO WS-Dates-Dropped
               END-IF
           END-IF.

       AGE-ONE-PRODUCT.
           MOVE 0 TO WS-LAST-DATE.
           MOVE "NEVER" TO WS-DATE-SOURCE.
           MOVE 0 TO WS-Date-Find.
           PERFORM VARYING WS-Date-Sub FROM 1 BY 1
                   UNTIL WS-Date-Sub > WS-Date-Count
               IF WS-Dt-Product(WS-Date-Sub) = PM-PRODUCT-NUMBER
                   MOVE WS-Date-Sub TO WS-Date-Find
                   MOVE WS-Date-Count TO WS-Date-Sub
               END-IF
           END-PERFORM.
           IF WS-Date-Find > 0
               IF WS-Dt-Last-Issue(WS-Date-Find) > 0
                   MOVE WS-Dt-Last-Issue(WS-Date-Find) TO WS-LAST-DATE
                   MOVE "ISSUE" TO WS-DATE-SOURCE
               ELSE
               IF WS-Dt-Last-Receipt(WS-Date-Find) > 0
                   MOVE WS-Dt-Last-Receipt(WS-Date-Find)
                       TO WS-LAST-DATE
                   MOVE "RECEIPT" TO WS-DATE-SOURCE
               END-IF
               END-IF
           END-IF.
           IF WS-LAST-DATE = 0
               MOVE 9999 TO WS-AGE-DAYS
           ELSE
               MOVE WS-LAST-DATE TO WS-WORK-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-WORK-DAYS
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 90
                   MOVE 1 TO WS-Bk-Sub
               WHEN WS-AGE-DAYS <= 180
                   MOVE 2 TO WS-Bk-Sub
               WHEN WS-AGE-DAYS <= 365
                   MOVE 3 TO WS-Bk-Sub
               WHEN OTHER
                   MOVE 4 TO WS-Bk-Sub
           END-EVALUATE.
           COMPUTE WS-EXTENDED-VALUE ROUNDED =
               PM-ON-HAND-QTY * PM-UNIT-COST.
           IF PM-STATUS-CODE = "D"
               MOVE WS-Bk-Disc-Rate(WS-Bk-Sub) TO WS-ITEM-RATE
           ELSE
               MOVE WS-Bk-Rate(WS-Bk-Sub) TO WS-ITEM-RATE
           END-IF.
           COMPUTE WS-ITEM-RESERVE ROUNDED =
               WS-EXTENDED-VALUE * WS-ITEM-RATE / 100.
           IF PM-STATUS-CODE = "D"
               ADD 1 TO WS-Bk-Disc-Items(WS-Bk-Sub)
               ADD PM-ON-HAND-QTY TO WS-Bk-Disc-Qty(WS-Bk-Sub)
               ADD WS-EXTENDED-VALUE TO WS-Bk-Disc-Value(WS-Bk-Sub)
               ADD WS-ITEM-RESERVE TO WS-Bk-Disc-Reserve(WS-Bk-Sub)
           ELSE
               ADD 1 TO WS-Bk-Items(WS-Bk-Sub)
               ADD PM-ON-HAND-QTY TO WS-Bk-Qty(WS-Bk-Sub)
               ADD WS-EXTENDED-VALUE TO WS-Bk-Value(WS-Bk-Sub)
               ADD WS-ITEM-RESERVE TO WS-Bk-Reserve(WS-Bk-Sub)
           END-IF.
           ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE.
           ADD WS-ITEM-RESERVE TO WS-TOTAL-RESERVE.
           ADD 1 TO WS-ITEMS-AGED.
           IF WS-Bk-Sub > 1 OR PM-STATUS-CODE = "D"
               PERFORM PRINT-AGED-PRODUCT
           END-IF.

       PRINT-AGED-PRODUCT.
           MOVE PM-PRODUCT-NUMBER TO WS-DL-PRODUCT.
           MOVE PM-DESCRIPTION    TO WS-DL-DESC.
           IF PM-STATUS-CODE = "D"
               MOVE "DISC" TO WS-DL-STATUS
           ELSE
               MOVE PM-STATUS-CODE TO WS-DL-STATUS
           END-IF.
           IF WS-LAST-DATE = 0
               MOVE "NEVER" TO WS-DL-LAST-DATE
               MOVE 0 TO WS-DL-AGE
           ELSE
               MOVE WS-LAST-DATE TO WS-DL-LAST-DATE
               MOVE WS-AGE-DAYS TO WS-DL-AGE
           END-IF.
           MOVE PM-ON-HAND-QTY    TO WS-DL-QTY.
           MOVE WS-EXTENDED-VALUE TO WS-DL-VALUE.
           MOVE WS-ITEM-RATE      TO WS-DL-RATE.
           MOVE WS-ITEM-RESERVE   TO WS-DL-RESERVE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE PM-PRODUCT-NUMBER TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PM-DESCRIPTION    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DL-STATUS      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-LAST-DATE      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-DATE-SOURCE    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DL-AGE         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PM-ON-HAND-QTY    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-EXTENDED-VALUE TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-ITEM-RATE      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-ITEM-RESERVE   TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.
           IF WS-DATE-SOURCE = "RECEIPT"
               MOVE "      NEVER ISSUED - AGED FROM LAST RECEIPT"
                   TO WS-PRINT-LINE
               PERFORM WRITE-AGING-LINE
           END-IF.

       PRINT-BUCKET-SUMMARY.
           PERFORM WRITE-AGING-LINE.
           MOVE "AGE DAYS CLASS         ITEMS    QUANTITY       "
               TO WS-PRINT-LINE.
           MOVE "AT COST RATE       RESERVE" TO WS-PRINT-LINE(48:26).
           PERFORM WRITE-AGING-LINE.
           PERFORM VARYING WS-Bk-Sub FROM 1 BY 1 UNTIL WS-Bk-Sub > 4
               MOVE WS-Bk-Name(WS-Bk-Sub)    TO WS-BL-NAME
               MOVE "ACTIVE"                 TO WS-BL-CLASS
               MOVE WS-Bk-Items(WS-Bk-Sub)   TO WS-BL-ITEMS
               MOVE WS-Bk-Qty(WS-Bk-Sub)     TO WS-BL-QTY
               MOVE WS-Bk-Value(WS-Bk-Sub)   TO WS-BL-VALUE
               MOVE WS-Bk-Rate(WS-Bk-Sub)    TO WS-BL-RATE
               MOVE WS-Bk-Reserve(WS-Bk-Sub) TO WS-BL-RESERVE
               MOVE WS-BUCKET-LINE TO WS-PRINT-LINE
               PERFORM WRITE-AGING-LINE
               MOVE SPACES                        TO WS-BL-NAME
               MOVE "DISCONTINUED"                TO WS-BL-CLASS
               MOVE WS-Bk-Disc-Items(WS-Bk-Sub)   TO WS-BL-ITEMS
               MOVE WS-Bk-Disc-Qty(WS-Bk-Sub)     TO WS-BL-QTY
               MOVE WS-Bk-Disc-Value(WS-Bk-Sub)   TO WS-BL-VALUE
               MOVE WS-Bk-Disc-Rate(WS-Bk-Sub)    TO WS-BL-RATE
               MOVE WS-Bk-Disc-Reserve(WS-Bk-Sub) TO WS-BL-RESERVE
               MOVE WS-BUCKET-LINE TO WS-PRINT-LINE
               PERFORM WRITE-AGING-LINE
           END-PERFORM.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-TOTAL-VALUE TO WS-AMOUNT-OUT.
           STRING "INVENTORY AT COST        " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE WS-TOTAL-RESERVE TO WS-AMOUNT-OUT.
           STRING "REQUIRED RESERVE         " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.

       TOTAL-GL-RESERVE-ACCOUNT.
           MOVE "N" TO WS-Eof.
           OPEN INPUT GlJournalFile.
           IF WS-Gl-Status NOT = "00"
               DISPLAY "GL JOURNAL NOT AVAILABLE - RESERVE BALANCE "
                   "TAKEN AS ZERO"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ GlJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF GJ-RECORD-TYPE = "D"
                                   AND GJ-ACCOUNT = WS-RESERVE-ACCOUNT
                               ADD GJ-DEBIT  TO WS-GL-DEBITS
                               ADD GJ-CREDIT TO WS-GL-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlJournalFile
           END-IF.
           COMPUTE WS-GL-BALANCE = WS-GL-CREDITS - WS-GL-DEBITS.
           MOVE WS-GL-BALANCE TO WS-AMOUNT-OUT.
           STRING "RESERVE ON LEDGER (" WS-RESERVE-ACCOUNT ")  "
               WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.
           COMPUTE WS-RESERVE-CHANGE = WS-TOTAL-RESERVE - WS-GL-BALANCE.
           MOVE WS-RESERVE-CHANGE TO WS-AMOUNT-OUT.
           STRING "RESERVE CHANGE           " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.

       PROPOSE-RESERVE-ENTRY.
           PERFORM WRITE-AGING-LINE.
           IF WS-RESERVE-CHANGE = ZERO
               MOVE "RESERVE IS CORRECTLY STATED - NO ENTRY PROPOSED"
                   TO WS-PRINT-LINE
               PERFORM WRITE-AGING-LINE
           ELSE
               OPEN OUTPUT ProposedJeFile
               IF WS-Proposed-Status NOT = "00"
                   DISPLAY "UNABLE TO WRITE PROPOSED ENTRY: STATUS "
                       WS-Proposed-Status
               ELSE
                   MOVE "PROPOSED JOURNAL ENTRY - POST WITH "
                       TO WS-PRINT-LINE
                   MOVE "JOURNAL-ENTRY MODE P" TO WS-PRINT-LINE(36:20)
                   PERFORM WRITE-AGING-LINE
                   MOVE WS-EXPENSE-ACCOUNT TO PJ-ACCOUNT
                   MOVE "INV OBSOLESCENCE" TO PJ-DESCRIPTION
                   IF WS-RESERVE-CHANGE > 0
                       MOVE WS-RESERVE-CHANGE TO PJ-DEBIT
                       MOVE 0 TO PJ-CREDIT
                   ELSE
                       MOVE 0 TO PJ-DEBIT
                       COMPUTE PJ-CREDIT = 0 - WS-RESERVE-CHANGE
                   END-IF
                   PERFORM WRITE-PROPOSED-LINE
                   MOVE WS-RESERVE-ACCOUNT TO PJ-ACCOUNT
                   MOVE "INV OBSOLETE RESERVE" TO PJ-DESCRIPTION
                   IF WS-RESERVE-CHANGE > 0
                       MOVE 0 TO PJ-DEBIT
                       MOVE WS-RESERVE-CHANGE TO PJ-CREDIT
                   ELSE
                       COMPUTE PJ-DEBIT = 0 - WS-RESERVE-CHANGE
                       MOVE 0 TO PJ-CREDIT
                   END-IF
                   PERFORM WRITE-PROPOSED-LINE
                   CLOSE ProposedJeFile
                   DISPLAY "PROPOSED RESERVE ENTRY WRITTEN - POST WITH "
                       "JOURNAL-ENTRY MODE P"
               END-IF
           END-IF.

       WRITE-PROPOSED-LINE.
           WRITE PROPOSED-JE-RECORD.
           ADD 1 TO WS-Written-Count.
           MOVE PJ-DEBIT TO WS-AMOUNT-OUT.
           STRING "  ACCOUNT " PJ-ACCOUNT "  DEBIT  " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.
           MOVE PJ-CREDIT TO WS-AMOUNT-OUT.
           STRING "                CREDIT " WS-AMOUNT-OUT "  "
               PJ-DESCRIPTION
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-AGING-LINE.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-WORK-DAYS =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       WRITE-AGING-LINE.
           MOVE WS-PRINT-LINE TO AGING-LINE.
           WRITE AGING-LINE.
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
