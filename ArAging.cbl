               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT CsvFile ASSIGN TO "araging.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-CUSTOMER-NAME    PIC X(20).

       01 WS-ENV-MODE          PIC X VALUE "L".
       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "AR AGING".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "araging.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMER                        CURRENT"
               "       30 DAYS       60 DAYS       90+ DAYS"
               "      TOTAL".
           PERFORM OPEN-CSV-EXPORT.
           STRING "CUSTOMER,NAME,CURRENT,30 DAYS,60 DAYS,90+ DAYS"
               ",TOTAL"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           OPEN INPUT CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "CUSTOMER NAMES UNAVAILABLE: STATUS "
           IF WS-Cust-Count = 0
               DISPLAY "NO OPEN INVOICES ON FILE"
           END-IF.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
               DISPLAY "AR AGING CSV REGISTERED ON THE PRINT SPOOL "
                   "CATALOG."
           END-IF.

       PRINT-CUSTOMER-LINE.
           MOVE "NAME UNAVAILABLE" TO WS-CUSTOMER-NAME.
               WS-Cust-Bucket(WS-Sub 3) "  "
               WS-Cust-Bucket(WS-Sub 4) "  "
               WS-Cust-Open(WS-Sub).
           MOVE WS-Cust-Id(WS-Sub)       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CUSTOMER-NAME         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Cust-Bucket(WS-Sub 1) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Cust-Bucket(WS-Sub 2) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Cust-Bucket(WS-Sub 3) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Cust-Bucket(WS-Sub 4) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Cust-Open(WS-Sub)     TO EX-AMOUNT.
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
