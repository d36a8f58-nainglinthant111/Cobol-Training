       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-QUEUE-OVERDUE INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CsvFile ASSIGN TO WS-SPOOL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-REPORT-NAME      PIC X(20).

       COPY "WorkQueue.cpy".

       01 WS-MANAGER-TABLE.
           02 WS-Mgr-Count PIC 99 VALUE 0.
           02 WS-Mgr-Entry OCCURS 20 TIMES.
             03 WS-Mgr-ID      PIC X(10).
             03 WS-Mgr-Items   PIC 9(4).
       01 WS-Mgr-Sub          PIC 99.
       01 WS-Mgr-Found        PIC X.
       01 WS-MANAGER-ID       PIC X(10).
       01 WS-ITEM-MANAGER     PIC X(10).
       01 WS-RULE-SUB         PIC 99.
       01 WS-SUB              PIC 9(4).
       01 WS-OVERDUE-TOTAL    PIC 9(5) VALUE 0.
       01 WS-REPORTS-WRITTEN  PIC 99 VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-TYPE      PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-KEY       PIC X(15).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-DATE      PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-AGE       PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-LIMIT     PIC ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-DETAIL    PIC X(24).

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "OVERDUE WORK QUEUE".
       01 WS-SPOOL-FILE       PIC X(20).
       01 WS-SPOOL-CSV        PIC X(20).
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "WORK-QUEUE-SCAN" USING WORK-QUEUE-AREA.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WQ-ITEM-COUNT
               MOVE WQ-ITEM-RULE(WS-SUB) TO WS-RULE-SUB
               IF WQ-ITEM-AGE(WS-SUB) > WQ-RULE-LIMIT(WS-RULE-SUB)
                   ADD 1 TO WS-OVERDUE-TOTAL
                   PERFORM RECORD-MANAGER
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WQ-NOTE-COUNT
               DISPLAY "WORK QUEUE NOTE: " WQ-NOTE(WS-SUB)
           END-PERFORM.
           IF WQ-ITEM-DROPPED > 0
               DISPLAY "WORK QUEUE TABLE FULL - " WQ-ITEM-DROPPED
                   " ITEM(S) NOT CHECKED"
           END-IF.

           IF WS-OVERDUE-TOTAL = 0
               DISPLAY "NO WORK QUEUE ITEMS OVER THEIR AGE LIMIT"
               GOBACK
           END-IF.

           PERFORM VARYING WS-Mgr-Sub FROM 1 BY 1
                   UNTIL WS-Mgr-Sub > WS-Mgr-Count
               PERFORM PRINT-MANAGER-SUMMARY
           END-PERFORM.

           DISPLAY "OVERDUE WORK QUEUE COMPLETE: " WS-OVERDUE-TOTAL
               " ITEM(S) FOR " WS-REPORTS-WRITTEN " MANAGER(S)".

           GOBACK.

       RECORD-MANAGER.
           MOVE WQ-RULE-MANAGER(WS-RULE-SUB) TO WS-MANAGER-ID.
           IF WS-MANAGER-ID = SPACES
               MOVE "UNASSIGNED" TO WS-MANAGER-ID
           END-IF.
           MOVE "N" TO WS-Mgr-Found.
           PERFORM VARYING WS-Mgr-Sub FROM 1 BY 1
                   UNTIL WS-Mgr-Sub > WS-Mgr-Count
                       OR WS-Mgr-Found = "Y"
               IF WS-Mgr-ID(WS-Mgr-Sub) = WS-MANAGER-ID
                   MOVE "Y" TO WS-Mgr-Found
                   ADD 1 TO WS-Mgr-Items(WS-Mgr-Sub)
               END-IF
           END-PERFORM.
           IF WS-Mgr-Found = "N" AND WS-Mgr-Count < 20
               ADD 1 TO WS-Mgr-Count
               MOVE WS-MANAGER-ID TO WS-Mgr-ID(WS-Mgr-Count)
               MOVE 1 TO WS-Mgr-Items(WS-Mgr-Count)
           END-IF.

       PRINT-MANAGER-SUMMARY.
           MOVE WS-Mgr-ID(WS-Mgr-Sub) TO WS-MANAGER-ID.
           MOVE SPACES TO WS-REPORT-NAME WS-SPOOL-CSV.
           STRING "wq-" WS-MANAGER-ID DELIMITED BY SPACE
               ".prt" DELIMITED BY SIZE INTO WS-REPORT-NAME.
           STRING "wq-" WS-MANAGER-ID DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE INTO WS-SPOOL-CSV.
           MOVE 0 TO WS-REPORT-LINES.

           OPEN OUTPUT ReportFile.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OVERDUE WORK QUEUE REPORT "
                   WS-REPORT-NAME ": STATUS " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-CSV-EXPORT
               STRING "MANAGER,TYPE,DESCRIPTION,KEY,DATE,AGE DAYS"
                   ",AGE LIMIT,DETAIL,PROGRAM"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW

               STRING "WORK QUEUE ITEMS OVER AGE LIMIT AS OF "
                   WQ-TODAY DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "MANAGER: " WS-MANAGER-ID
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "TYPE                 KEY             DATE       "
                   TO WS-PRINT-LINE
               MOVE "AGE LIM DETAIL" TO WS-PRINT-LINE(49:14)
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WQ-ITEM-COUNT
                   MOVE WQ-ITEM-RULE(WS-SUB) TO WS-RULE-SUB
                   IF WQ-ITEM-AGE(WS-SUB)
                           > WQ-RULE-LIMIT(WS-RULE-SUB)
                       PERFORM PRINT-OVERDUE-ITEM
                   END-IF
               END-PERFORM

               MOVE ALL "=" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "ITEMS OVER AGE LIMIT: "
                   WS-Mgr-Items(WS-Mgr-Sub)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT

               MOVE WS-REPORT-NAME TO WS-SPOOL-FILE
               COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-MANAGER-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
               ADD 1 TO WS-REPORTS-WRITTEN
               DISPLAY "OVERDUE WORK QUEUE FOR " WS-MANAGER-ID ": "
                   WS-Mgr-Items(WS-Mgr-Sub) " ITEM(S) IN "
                   WS-REPORT-NAME
           END-IF.

       PRINT-OVERDUE-ITEM.
           MOVE WQ-RULE-MANAGER(WS-RULE-SUB) TO WS-ITEM-MANAGER.
           IF WS-ITEM-MANAGER = SPACES
               MOVE "UNASSIGNED" TO WS-ITEM-MANAGER
           END-IF.
           IF WS-ITEM-MANAGER = WS-MANAGER-ID
               MOVE WQ-RULE-DESC(WS-RULE-SUB)  TO WS-DL-TYPE
               MOVE WQ-ITEM-KEY(WS-SUB)        TO WS-DL-KEY
               MOVE WQ-ITEM-DATE(WS-SUB)       TO WS-DL-DATE
               MOVE WQ-ITEM-AGE(WS-SUB)        TO WS-DL-AGE
               MOVE WQ-RULE-LIMIT(WS-RULE-SUB) TO WS-DL-LIMIT
               MOVE WQ-ITEM-DETAIL(WS-SUB)     TO WS-DL-DETAIL
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ITEM-MANAGER            TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WQ-RULE-TYPE(WS-RULE-SUB)  TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WQ-RULE-DESC(WS-RULE-SUB)  TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WQ-ITEM-KEY(WS-SUB)        TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WQ-ITEM-DATE(WS-SUB)       TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WQ-ITEM-AGE(WS-SUB)        TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WQ-RULE-LIMIT(WS-RULE-SUB) TO EX-AMOUNT
               PERFORM ADD-CSV-NUMBER
               MOVE WQ-ITEM-DETAIL(WS-SUB)     TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WQ-RULE-PROGRAM(WS-RULE-SUB) TO EX-TEXT
               PERFORM ADD-CSV-TEXT
               PERFORM WRITE-CSV-ROW
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
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
