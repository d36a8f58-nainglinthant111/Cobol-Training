           SELECT ReconPrintFile ASSIGN TO "reconreport.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.
           SELECT CsvFile ASSIGN TO "reconreport.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-CARRIAGE-CONTROL PIC X.
           05 PR-PRINT-LINE       PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Employee-Status PIC XX.
       01 WS-Customer-Status PIC XX.
       01 WS-Print-Line      PIC X(80).
       01 WS-New-Page        PIC X VALUE "Y".
       01 WS-Page-Number     PIC 9(3) VALUE 1.
       01 WS-Report-Lines    PIC 9(7) VALUE 0.
       01 WS-Return-Code     PIC S9(4) VALUE 0.
       01 WS-Csv-File        PIC X(20).
       01 WS-Csv-Total       PIC 9(6).
       01 WS-Csv-Today       PIC 9(6).

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "MASTER FILE RECON".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "reconreport.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "reconreport.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-CSV-EXPORT.
           STRING "REPORT DATE,FILE,TOTAL RECORDS,ADDED TODAY"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           PERFORM RECONCILE-EMPLOYEES.
           PERFORM RECONCILE-CUSTOMERS.
           MOVE "*** END OF REPORT ***" TO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.
           CLOSE ReconPrintFile.
           PERFORM CLOSE-CSV-EXPORT.
           MOVE RETURN-CODE TO WS-Return-Code.
           COMPUTE WS-SPOOL-PAGES = (WS-Report-Lines + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           MOVE WS-Return-Code TO RETURN-CODE.
           DISPLAY "REPORT WRITTEN TO reconreport.prt".

           GOBACK.
           END-IF.
           MOVE WS-Print-Line TO PR-PRINT-LINE.
           WRITE PRINT-RECORD.
           ADD 1 TO WS-Report-Lines.
           DISPLAY WS-Print-Line.
           MOVE SPACES TO WS-Print-Line.

               "        " WS-Employee-Today
               DELIMITED BY SIZE INTO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.
           MOVE "EMPLOYEES.DAT" TO WS-Csv-File.
           MOVE WS-Employee-Total TO WS-Csv-Total.
           MOVE WS-Employee-Today TO WS-Csv-Today.
           PERFORM WRITE-RECON-CSV-ROW.
           STRING "CUSTOMERS.DAT       " WS-Customer-Total
               "        " WS-Customer-Today
               DELIMITED BY SIZE INTO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.
           MOVE "CUSTOMERS.DAT" TO WS-Csv-File.
           MOVE WS-Customer-Total TO WS-Csv-Total.
           MOVE WS-Customer-Today TO WS-Csv-Today.
           PERFORM WRITE-RECON-CSV-ROW.
           STRING "PRODUCT-MASTER.DAT  " WS-Product-Total
               "        " WS-Product-Today
               DELIMITED BY SIZE INTO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.
           MOVE "PRODUCT-MASTER.DAT" TO WS-Csv-File.
           MOVE WS-Product-Total TO WS-Csv-Total.
           MOVE WS-Product-Today TO WS-Csv-Today.
           PERFORM WRITE-RECON-CSV-ROW.
           MOVE "-----------------------------------------------"
               TO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.
               DELIMITED BY SIZE INTO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.

       WRITE-RECON-CSV-ROW.
           MOVE WS-Today TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Csv-File TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Csv-Total TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Csv-Today TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           PERFORM WRITE-CSV-ROW.

       RECONCILE-AUDIT-LOG.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status NOT = "00"
           WRITE ReconExceptionRecord.
           CLOSE ReconExceptionFile.
           ADD 1 TO WS-Exception-Count.

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
