           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT CsvFile ASSIGN TO "deptcost.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-COMPANY-EMPLOYER PIC 9(9)V99 VALUE 0.
       01 WS-RECORD-COUNT     PIC 9(6) VALUE 0.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "DEPT COST REPORT".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "deptcost.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER REPORT MONTH (YYYYMM): ".
           DISPLAY "==================================================".
           DISPLAY "DEPT  NAME                  GROSS PAY"
               "     EMPLOYER COST".
           PERFORM OPEN-CSV-EXPORT.
           STRING "MONTH,DEPT,NAME,GROSS PAY,EMPLOYER COST,RECORDS"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-RECORDS(WS-DEPT-SUB) > 0
                       WS-DEPT-NAME(WS-DEPT-SUB) "  "
                       WS-DEPT-GROSS(WS-DEPT-SUB) "  "
                       WS-DEPT-EMPLOYER(WS-DEPT-SUB)
                   PERFORM EXPORT-DEPT-COST-LINE
               END-IF
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           DISPLAY "COMPANY TOTAL EMPLOYER COST: "
               WS-COMPANY-EMPLOYER.
           DISPLAY "HISTORY RECORDS INCLUDED   : " WS-RECORD-COUNT.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.

       EXPORT-DEPT-COST-LINE.
           MOVE WS-REPORT-MONTH               TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DEPT-KEY(WS-DEPT-SUB)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DEPT-NAME(WS-DEPT-SUB)     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DEPT-GROSS(WS-DEPT-SUB)    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-DEPT-EMPLOYER(WS-DEPT-SUB) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-DEPT-RECORDS(WS-DEPT-SUB)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
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
