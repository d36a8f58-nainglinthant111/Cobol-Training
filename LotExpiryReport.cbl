       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY-REPORT INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemLotFile ASSIGN TO "itemlots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT ExpiryFile ASSIGN TO "lotexpiry.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.
           SELECT CsvFile ASSIGN TO "lotexpiry.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ItemLotFile.
       COPY "ItemLot.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD ExpiryFile.
       01 EXPIRY-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-LOT-STATUS       PIC XX.
       01 WS-PRODUCT-STATUS   PIC XX.
       01 WS-EXPIRY-STATUS    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-DAY-30           PIC 9(8).
       01 WS-DAY-60           PIC 9(8).
       01 WS-DAY-90           PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-BUSDAY-COUNT     PIC 9(3).

       01 WS-BUCKET-TABLE.
           02 WS-BK-ENTRY OCCURS 4 TIMES.
             03 WS-BK-NAME    PIC X(7).
             03 WS-BK-LOTS    PIC 9(5).
             03 WS-BK-QTY     PIC 9(9).
             03 WS-BK-VALUE   PIC 9(9)V99.
       01 WS-BK-SUB           PIC 9.

       01 WS-LOT-QTY          PIC 9(8).
       01 WS-LOT-VALUE        PIC 9(9)V99.
       01 WS-LOTS-LISTED      PIC 9(5) VALUE 0.
       01 WS-DESCRIPTION      PIC X(30).
       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-PRODUCT   PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-DESC      PIC X(12).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-WAREHOUSE PIC X(2).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-LOT       PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-EXPIRY    PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-BUCKET    PIC X(7).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-QTY       PIC ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-VALUE     PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X(7) VALUE SPACES.
       01 WS-TOTAL-LINE.
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-TL-BUCKET    PIC X(7).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-TL-LOTS      PIC ZZ,ZZ9.
           02 FILLER          PIC X(6) VALUE " LOTS ".
           02 WS-TL-QTY       PIC ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(7) VALUE " UNITS ".
           02 WS-TL-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X(23) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "LOT EXPIRY".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "lotexpiry.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "lotexpiry.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 30 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-BUSDAY-COUNT WS-DAY-30.
           MOVE 60 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-BUSDAY-COUNT WS-DAY-60.
           MOVE 90 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-BUSDAY-COUNT WS-DAY-90.

           MOVE "EXPIRED" TO WS-BK-NAME(1).
           MOVE "30 DAYS" TO WS-BK-NAME(2).
           MOVE "60 DAYS" TO WS-BK-NAME(3).
           MOVE "90 DAYS" TO WS-BK-NAME(4).
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1 UNTIL WS-BK-SUB > 4
               MOVE 0 TO WS-BK-LOTS(WS-BK-SUB)
               MOVE 0 TO WS-BK-QTY(WS-BK-SUB)
               MOVE 0 TO WS-BK-VALUE(WS-BK-SUB)
           END-PERFORM.

           OPEN INPUT ProductMasterFile.
           IF WS-PRODUCT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-PRODUCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ItemLotFile.
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "NO LOT FILE - NO EXPIRY REPORT"
               CLOSE ProductMasterFile
               GOBACK
           END-IF.

           OPEN OUTPUT ExpiryFile.
           IF WS-EXPIRY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EXPIRY REPORT FILE: STATUS "
                   WS-EXPIRY-STATUS
               CLOSE ItemLotFile
               CLOSE ProductMasterFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CSV-EXPORT.
           STRING "PRODUCT,DESCRIPTION,WAREHOUSE,LOT,EXPIRES,"
               "WINDOW,QUANTITY,COST VALUE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "EXPIRED AND EXPIRING STOCK AS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           MOVE "PROD  DESCRIPTION  WH LOT/SERIAL      EXPIRES  "
               TO WS-PRINT-LINE.
           MOVE "WINDOW QUANTITY    AT COST" TO WS-PRINT-LINE(48:26).
           PERFORM WRITE-EXPIRY-LINE.

           PERFORM UNTIL WS-EOF = "Y"
               READ ItemLotFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LT-EXPIRY-DATE NOT = ZERO
                               AND LT-EXPIRY-DATE <= WS-DAY-90
                               AND LT-ON-HAND-QTY + LT-IN-TRANSIT-QTY
                                   > 0
                           PERFORM PRINT-EXPIRING-LOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ItemLotFile.

           IF WS-LOTS-LISTED = 0
               MOVE "NO LOTS EXPIRED OR EXPIRING WITHIN 90 DAYS"
                   TO WS-PRINT-LINE
               PERFORM WRITE-EXPIRY-LINE
           END-IF.

           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           PERFORM VARYING WS-BK-SUB FROM 1 BY 1 UNTIL WS-BK-SUB > 4
               MOVE WS-BK-NAME(WS-BK-SUB)  TO WS-TL-BUCKET
               MOVE WS-BK-LOTS(WS-BK-SUB)  TO WS-TL-LOTS
               MOVE WS-BK-QTY(WS-BK-SUB)   TO WS-TL-QTY
               MOVE WS-BK-VALUE(WS-BK-SUB) TO WS-TL-VALUE
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-EXPIRY-LINE
           END-PERFORM.

           CLOSE ExpiryFile.
           PERFORM CLOSE-CSV-EXPORT.
           CLOSE ProductMasterFile.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "LOT EXPIRY REPORT COMPLETE: " WS-LOTS-LISTED
               " LOT(S) LISTED, " WS-BK-LOTS(1) " EXPIRED".

           GOBACK.

       PRINT-EXPIRING-LOT.
           EVALUATE TRUE
               WHEN LT-EXPIRY-DATE < WS-TODAY
                   MOVE 1 TO WS-BK-SUB
               WHEN LT-EXPIRY-DATE <= WS-DAY-30
                   MOVE 2 TO WS-BK-SUB
               WHEN LT-EXPIRY-DATE <= WS-DAY-60
                   MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BK-SUB
           END-EVALUATE.
           MOVE LT-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-DESCRIPTION
                   MOVE ZERO TO PM-UNIT-COST
               NOT INVALID KEY
                   MOVE PM-DESCRIPTION TO WS-DESCRIPTION
           END-READ.
           COMPUTE WS-LOT-QTY = LT-ON-HAND-QTY + LT-IN-TRANSIT-QTY.
           COMPUTE WS-LOT-VALUE ROUNDED = WS-LOT-QTY * PM-UNIT-COST.
           ADD 1 TO WS-BK-LOTS(WS-BK-SUB).
           ADD WS-LOT-QTY TO WS-BK-QTY(WS-BK-SUB).
           ADD WS-LOT-VALUE TO WS-BK-VALUE(WS-BK-SUB).
           ADD 1 TO WS-LOTS-LISTED.
           MOVE LT-PRODUCT-NUMBER     TO WS-DL-PRODUCT.
           MOVE WS-DESCRIPTION        TO WS-DL-DESC.
           MOVE LT-WAREHOUSE-CODE     TO WS-DL-WAREHOUSE.
           MOVE LT-LOT-NUMBER         TO WS-DL-LOT.
           MOVE LT-EXPIRY-DATE        TO WS-DL-EXPIRY.
           MOVE WS-BK-NAME(WS-BK-SUB) TO WS-DL-BUCKET.
           MOVE WS-LOT-QTY            TO WS-DL-QTY.
           MOVE WS-LOT-VALUE          TO WS-DL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           MOVE LT-PRODUCT-NUMBER     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-DESCRIPTION        TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE LT-WAREHOUSE-CODE     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE LT-LOT-NUMBER         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE LT-EXPIRY-DATE        TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-BK-NAME(WS-BK-SUB) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-LOT-QTY            TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-LOT-VALUE          TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       WRITE-EXPIRY-LINE.
           MOVE WS-PRINT-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
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
