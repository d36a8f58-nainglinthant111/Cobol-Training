           SELECT PrintFile ASSIGN TO WS-Print-File-Name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.
           SELECT CsvFile ASSIGN TO WS-Csv-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Csv-Status.
           SELECT SharedFile ASSIGN TO WS-Shared-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Shared-Status.

       DATA DIVISION.
       FILE SECTION.
       FD PrintFile.
       01 PRINT-FILE-LINE         PIC X(80).

       FD CsvFile.
       01 CSV-FILE-LINE           PIC X(600).

       FD SharedFile.
       01 SHARED-FILE-LINE        PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Spool-Status     PIC XX.
       01 WS-Print-Status     PIC XX.
       01 WS-Csv-Status       PIC XX.
       01 WS-Shared-Status    PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-Mode             PIC X.
           88 MODE-BROWSE     VALUE "B".
           88 MODE-RELEASE    VALUE "R".
           88 MODE-REPRINT    VALUE "P".
           88 MODE-CSV        VALUE "X".

       01 WS-Print-File-Name  PIC X(20).
       01 WS-Csv-File-Name    PIC X(20).
       01 WS-Shared-Folder    PIC X(20) VALUE "shared".
       01 WS-Folder-Entry     PIC X(20).
       01 WS-Shared-File-Name PIC X(41).
       01 WS-Csv-Rows         PIC 9(7).
       01 WS-Catalog-Table.
           02 WS-Cat-Count PIC 9(3) VALUE 0.
           02 WS-Cat-Entry OCCURS 200 TIMES.
             03 WS-Cat-Image PIC X(92).
       01 WS-Sub              PIC 9(3).
       01 WS-ENTRY-NO         PIC 9(3).
       01 WS-Changed          PIC X VALUE "N".
           END-IF.

           DISPLAY "SELECT MODE (B=BROWSE, R=RELEASE TO PRINTER, "
               "P=REPRINT PAGE RANGE, X=RELEASE CSV TO SHARED "
               "DRIVE): ".
           ACCEPT WS-Mode.

           EVALUATE TRUE
                       DISPLAY "REPRINT ANOTHER REPORT (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
               WHEN MODE-CSV
                   PERFORM BROWSE-CATALOG
                   DISPLAY "SHARED DRIVE FOLDER (BLANK = "
                       WS-Shared-Folder "): "
                   ACCEPT WS-Folder-Entry
                   IF WS-Folder-Entry NOT = SPACES
                       MOVE WS-Folder-Entry TO WS-Shared-Folder
                   END-IF
                   PERFORM UNTIL WS-End = "N"
                       PERFORM RELEASE-ONE-CSV
                       DISPLAY "RELEASE ANOTHER CSV (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.
                   SC-FILE-NAME "  " SC-RUN-DATE "  "
                   SC-PAGE-COUNT "  " SC-STATUS "  "
                   SC-MIN-LEVEL
               IF SC-CSV-FILE-NAME NOT = SPACES
                   DISPLAY "     CSV EXPORT: " SC-CSV-FILE-NAME
                       "  ST " SC-CSV-STATUS
               END-IF
           END-PERFORM.

       PICK-CATALOG-ENTRY.

       RELEASE-ONE-REPORT.
           PERFORM PICK-CATALOG-ENTRY.
           IF WS-ENTRY-NO > 0 AND SC-FILE-NAME = SPACES
               DISPLAY "NO PRINT FILE - REPORT IS A CSV EXPORT ONLY"
               MOVE 0 TO WS-ENTRY-NO
           END-IF.
           IF WS-ENTRY-NO > 0
               PERFORM PRINT-REPORT-PAGES
               MOVE "R" TO SC-STATUS

       REPRINT-ONE-REPORT.
           PERFORM PICK-CATALOG-ENTRY.
           IF WS-ENTRY-NO > 0 AND SC-FILE-NAME = SPACES
               DISPLAY "NO PRINT FILE - REPORT IS A CSV EXPORT ONLY"
               MOVE 0 TO WS-ENTRY-NO
           END-IF.
           IF WS-ENTRY-NO > 0
               DISPLAY "ENTER FIRST PAGE TO REPRINT: "
               ACCEPT WS-FROM-PAGE
               CLOSE PrintFile
           END-IF.

       RELEASE-ONE-CSV.
           PERFORM PICK-CATALOG-ENTRY.
           IF WS-ENTRY-NO > 0 AND SC-CSV-FILE-NAME = SPACES
               DISPLAY "NO CSV EXPORT WAS WRITTEN FOR THIS REPORT"
               MOVE 0 TO WS-ENTRY-NO
           END-IF.
           IF WS-ENTRY-NO > 0
               PERFORM COPY-CSV-TO-SHARED
           END-IF.

       COPY-CSV-TO-SHARED.
           MOVE SC-CSV-FILE-NAME TO WS-Csv-File-Name.
           MOVE SPACES TO WS-Shared-File-Name.
           STRING WS-Shared-Folder DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               SC-CSV-FILE-NAME DELIMITED BY SPACE
               INTO WS-Shared-File-Name.
           OPEN INPUT CsvFile.
           IF WS-Csv-Status NOT = "00"
               DISPLAY "CSV FILE " SC-CSV-FILE-NAME
                   " NOT FOUND - OUTPUT MAY HAVE BEEN "
                   "OVERWRITTEN"
           ELSE
               OPEN OUTPUT SharedFile
               IF WS-Shared-Status NOT = "00"
                   DISPLAY "UNABLE TO WRITE " WS-Shared-File-Name
                       ": STATUS " WS-Shared-Status
               ELSE
                   MOVE 0 TO WS-Csv-Rows
                   MOVE "N" TO WS-Eof
                   PERFORM UNTIL WS-Eof = "Y"
                       READ CsvFile
                           AT END
                               MOVE "Y" TO WS-Eof
                           NOT AT END
                               MOVE CSV-FILE-LINE TO SHARED-FILE-LINE
                               WRITE SHARED-FILE-LINE
                               ADD 1 TO WS-Csv-Rows
                       END-READ
                   END-PERFORM
                   CLOSE SharedFile
                   MOVE "R" TO SC-CSV-STATUS
                   MOVE SPOOL-CATALOG-RECORD
                       TO WS-Cat-Image(WS-ENTRY-NO)
                   MOVE "Y" TO WS-Changed
                   DISPLAY WS-Csv-Rows " CSV ROW(S) RELEASED TO "
                       WS-Shared-File-Name
               END-IF
               CLOSE CsvFile
           END-IF.

       REWRITE-CATALOG.
           OPEN OUTPUT SpoolCatalogFile.
           PERFORM VARYING WS-Sub FROM 1 BY 1
