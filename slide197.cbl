           SELECT ListingPrintFile ASSIGN TO "employeelisting.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.
           SELECT CsvFile ASSIGN TO "employeelisting.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-CARRIAGE-CONTROL PIC X.
           05 PR-PRINT-LINE       PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-File-Status PIC XX.
       01 WS-Error-Log-Status PIC XX.
       01 WS-Report-Name     PIC X(20) VALUE "FileStatusExample".
       01 WS-Operator-ID     PIC X(10).
       01 WS-Mask-Flag       PIC X VALUE "Y".
       01 WS-Report-Lines    PIC 9(7) VALUE 0.

       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "EMPLOYEE LISTING".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "employeelisting.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "employeelisting.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           ACCEPT WS-Report-Date FROM DATE YYYYMMDD
           PERFORM OPEN-CSV-EXPORT
           STRING "EMPLOYEE ID,EMPLOYEE NAME"
               DELIMITED BY SIZE INTO EX-ROW
           PERFORM WRITE-CSV-ROW
           PERFORM PRINT-REPORT-HEADER

           PERFORM UNTIL EOF = "Y"

           CLOSE EmployeeFile
           CLOSE ListingPrintFile
           PERFORM CLOSE-CSV-EXPORT
           COMPUTE WS-SPOOL-PAGES = (WS-Report-Lines + 59) / 60
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV
           DISPLAY "File processing complete."
           DISPLAY "Report written to employeelisting.prt."
           STOP RUN.
           END-IF.
           MOVE WS-Print-Line TO PR-PRINT-LINE.
           WRITE PRINT-RECORD.
           ADD 1 TO WS-Report-Lines.
           DISPLAY WS-Print-Line.
           MOVE SPACES TO WS-Print-Line.

           STRING WS-Masked-Employee-ID "        " EmployeeName
               DELIMITED BY SIZE INTO WS-Print-Line
           PERFORM EMIT-REPORT-LINE
           MOVE WS-Masked-Employee-ID TO EX-TEXT
           PERFORM ADD-CSV-TEXT
           MOVE EmployeeName TO EX-TEXT
           PERFORM ADD-CSV-TEXT
           PERFORM WRITE-CSV-ROW
           ADD 1 TO WS-Lines-On-Page
           ADD 1 TO WS-Record-Count.

           PERFORM EMIT-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-Print-Line.
           PERFORM EMIT-REPORT-LINE.

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
       END PROGRAM FileStatusExample.
