       01 LS-OPERATOR-ID   PIC X(10).
       01 LS-PAGE-COUNT    PIC 9(5).
       01 LS-MIN-LEVEL     PIC 9.
       01 LS-CSV-FILE-NAME PIC X(20).

       PROCEDURE DIVISION USING LS-REPORT-NAME LS-FILE-NAME
               LS-OPERATOR-ID LS-PAGE-COUNT LS-MIN-LEVEL
               LS-CSV-FILE-NAME.
           MOVE LS-REPORT-NAME TO SC-REPORT-NAME.
           MOVE LS-FILE-NAME   TO SC-FILE-NAME.
           ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE LS-PAGE-COUNT  TO SC-PAGE-COUNT.
           MOVE "H"            TO SC-STATUS.
           MOVE LS-MIN-LEVEL   TO SC-MIN-LEVEL.
           MOVE LS-CSV-FILE-NAME TO SC-CSV-FILE-NAME.
           IF SC-CSV-FILE-NAME = SPACES
               MOVE SPACE TO SC-CSV-STATUS
           ELSE
               MOVE "H" TO SC-CSV-STATUS
           END-IF.

           OPEN EXTEND SpoolCatalogFile.
           IF WS-Spool-Status = "05" OR WS-Spool-Status = "35"
