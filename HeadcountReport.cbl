           SELECT TermHistoryFile ASSIGN TO "termhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CsvFile ASSIGN TO "headcount.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 TH-RECORD-DATE      PIC 9(8).
           02 TH-OPERATOR-ID      PIC X(10).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-TERM-STATUS      PIC XX.
       01 WS-REASON-FOUND     PIC X.

       01 WS-ENV-MODE          PIC X VALUE "L".
       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "HEADCOUNT REPORT".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "headcount.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TWELVE MONTHS ENDING " WS-REPORT-MONTH.
           DISPLAY "==================================================".
           DISPLAY "MONTH    START  HIRES  TERMS  END    TURNOVER %".
           PERFORM OPEN-CSV-EXPORT.
           STRING "MONTH,START,HIRES,TERMS,END,TURNOVER PCT"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           COMPUTE WS-START-COUNT = WS-PRIOR-HIRES - WS-PRIOR-TERMS.
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 12
               COMPUTE WS-END-COUNT =
                   WS-START-COUNT "  " WS-T-HIRES(WS-MSUB) "   "
                   WS-T-TERMS(WS-MSUB) "   " WS-END-COUNT "  "
                   WS-TURNOVER-PCT
               PERFORM EXPORT-HEADCOUNT-LINE
               MOVE WS-END-COUNT TO WS-START-COUNT
           END-PERFORM.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.
           DISPLAY " ".
           DISPLAY "TERMINATIONS BY REASON - " WS-REPORT-MONTH.
           IF WS-REASON-COUNT = 0
                       WS-REASON-TALLY(WS-RSUB)
               END-PERFORM
           END-IF.

       EXPORT-HEADCOUNT-LINE.
           MOVE WS-TREND-MONTH(WS-MSUB) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-START-COUNT          TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-T-HIRES(WS-MSUB)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-T-TERMS(WS-MSUB)     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-END-COUNT            TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-TURNOVER-PCT         TO EX-AMOUNT.
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
