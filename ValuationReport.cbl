               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT CsvFile ASSIGN TO "valuation.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Product-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-PRODUCT-COUNT    PIC 9(5) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".
       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "INVENTORY VALUATION".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "valuation.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==================================================".
           DISPLAY "PRODUCT  DESCRIPTION                     "
               "ON-HAND  AVG COST  EXTENDED".
           PERFORM OPEN-CSV-EXPORT.
           STRING "PRODUCT,DESCRIPTION,ON HAND,AVG COST"
               ",EXTENDED VALUE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           PERFORM UNTIL WS-Eof = "Y"
               READ ProductMasterFile
                   AT END
                       ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE
                       ADD PM-ON-HAND-QTY TO WS-TOTAL-UNITS
                       ADD 1 TO WS-PRODUCT-COUNT
                       PERFORM EXPORT-VALUATION-LINE
               END-READ
           END-PERFORM.
           CLOSE ProductMasterFile.
           DISPLAY "TOTAL UNITS     : " WS-TOTAL-UNITS.
           DISPLAY "INVENTORY VALUE : " WS-TOTAL-VALUE.

           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.

           STOP RUN.

       EXPORT-VALUATION-LINE.
           MOVE PM-PRODUCT-NUMBER TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PM-DESCRIPTION    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE PM-ON-HAND-QTY    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE PM-UNIT-COST      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-EXTENDED-VALUE TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

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
