       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-TREND INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScheduleFile ASSIGN TO "batchschedule.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT JobStatusFile ASSIGN TO "jobstatus.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.
           SELECT TrendFile ASSIGN TO "batchtrend.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
           SELECT CsvFile ASSIGN TO "batchtrend.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ScheduleFile.
       COPY "BatchSchedule.cpy".

       FD JobStatusFile.
       COPY "JobStatus.cpy".

       FD TrendFile.
       01 TREND-LINE              PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-STATUS  PIC XX.
       01 WS-JOB-STATUS       PIC XX.
       01 WS-TREND-STATUS     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-TREND-DAYS       PIC 9(3) VALUE 30.
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-DAY-NUMBER       PIC 9(7).
       01 WS-CUTOFF-DAYS      PIC 9(7).

       01 WS-TREND-TABLE.
           02 WS-Trd-Count PIC 99 VALUE 0.
           02 WS-Trd-Entry OCCURS 50 TIMES.
             03 WS-Trd-Step       PIC 9(2).
             03 WS-Trd-Program    PIC X(20).
             03 WS-Trd-Expected   PIC 9(5).
             03 WS-Trd-Runs       PIC 9(4).
             03 WS-Trd-Total-Secs PIC 9(9).
             03 WS-Trd-Max-Secs   PIC 9(6).
             03 WS-Trd-Last-Secs  PIC 9(6).
             03 WS-Trd-Last-Date  PIC 9(8).
             03 WS-Trd-Overruns   PIC 9(4).
             03 WS-Trd-Failures   PIC 9(4).
       01 WS-SUB              PIC 99.
       01 WS-ENTRY-FOUND      PIC X.
       01 WS-ENTRY-SUB        PIC 99.
       01 WS-AVERAGE-SECS     PIC 9(6).
       01 WS-RUNS-COUNTED     PIC 9(5) VALUE 0.
       01 WS-STEPS-OVER       PIC 9(3) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-STEP      PIC Z9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-PROGRAM   PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-RUNS      PIC ZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-AVERAGE   PIC ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-MAXIMUM   PIC ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-LATEST    PIC ZZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-EXPECTED  PIC ZZ,ZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-OVERRUNS  PIC ZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-FAILURES  PIC ZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-FLAG      PIC X(7).
           02 FILLER          PIC X(3) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "BATCH RUN TREND".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "batchtrend.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "batchtrend.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-CUTOFF-DAYS = WS-DAY-NUMBER - WS-TREND-DAYS.

           PERFORM LOAD-SCHEDULE.

           OPEN INPUT JobStatusFile.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "NO JOB STATUS FILE - NO BATCH TREND REPORT"
               GOBACK
           END-IF.

           OPEN OUTPUT TrendFile.
           IF WS-TREND-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BATCH TREND REPORT: STATUS "
                   WS-TREND-STATUS
               CLOSE JobStatusFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ JobStatusFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE JS-RUN-DATE TO WS-WORK-DATE
                       PERFORM DATE-TO-DAYS
                       IF WS-DAY-NUMBER > WS-CUTOFF-DAYS
                               AND JS-END-DATE NOT = ZERO
                           PERFORM ACCUMULATE-STEP-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JobStatusFile.

           PERFORM OPEN-CSV-EXPORT.
           STRING "STEP,PROGRAM,RUNS,AVERAGE SECONDS"
               ",MAXIMUM SECONDS,LATEST SECONDS,EXPECTED SECONDS"
               ",OVERRUNS,FAILURES,FLAG"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "BATCH STEP RUN TIMES - " WS-TREND-DAYS
               " DAYS ENDING " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TREND-LINE.
           PERFORM WRITE-TREND-LINE.
           MOVE "ST PROGRAM              RUNS AVG SEC MAX SEC  LATEST"
               TO WS-PRINT-LINE.
           MOVE "EXPECT OVER FAIL" TO WS-PRINT-LINE(54:16).
           PERFORM WRITE-TREND-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-TREND-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-Trd-Count
               PERFORM PRINT-STEP-TREND
           END-PERFORM.

           IF WS-RUNS-COUNTED = 0
               MOVE "NO TIMED STEP RUNS IN THE REPORTING PERIOD"
                   TO WS-PRINT-LINE
               PERFORM WRITE-TREND-LINE
           END-IF.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-TREND-LINE.
           STRING "STEP RUNS COUNTED: " WS-RUNS-COUNTED
               "   STEPS LATEST RUN OVER EXPECTED: " WS-STEPS-OVER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TREND-LINE.

           CLOSE TrendFile.
           PERFORM CLOSE-CSV-EXPORT.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "BATCH TREND REPORT COMPLETE: " WS-RUNS-COUNTED
               " STEP RUN(S), " WS-STEPS-OVER " STEP(S) OVER".

           GOBACK.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-DAY-NUMBER =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       LOAD-SCHEDULE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ScheduleFile.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-Trd-Count >= 50
                   READ ScheduleFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Trd-Count
                           MOVE WS-Trd-Count TO WS-ENTRY-SUB
                           PERFORM CLEAR-TREND-ENTRY
                           MOVE BS-STEP-NUMBER
                               TO WS-Trd-Step(WS-ENTRY-SUB)
                           MOVE BS-PROGRAM-NAME
                               TO WS-Trd-Program(WS-ENTRY-SUB)
                           MOVE BS-EXPECTED-SECONDS
                               TO WS-Trd-Expected(WS-ENTRY-SUB)
                   END-READ
               END-PERFORM
               CLOSE ScheduleFile
           END-IF.

       CLEAR-TREND-ENTRY.
           MOVE 0 TO WS-Trd-Expected(WS-ENTRY-SUB)
               WS-Trd-Runs(WS-ENTRY-SUB)
               WS-Trd-Total-Secs(WS-ENTRY-SUB)
               WS-Trd-Max-Secs(WS-ENTRY-SUB)
               WS-Trd-Last-Secs(WS-ENTRY-SUB)
               WS-Trd-Last-Date(WS-ENTRY-SUB)
               WS-Trd-Overruns(WS-ENTRY-SUB)
               WS-Trd-Failures(WS-ENTRY-SUB).

       ACCUMULATE-STEP-RUN.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-Trd-Count
                   OR WS-ENTRY-FOUND = "Y"
               IF WS-Trd-Step(WS-SUB) = JS-STEP-NUMBER
                       AND WS-Trd-Program(WS-SUB) = JS-PROGRAM-NAME
                   MOVE "Y" TO WS-ENTRY-FOUND
                   MOVE WS-SUB TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = "N" AND WS-Trd-Count < 50
               ADD 1 TO WS-Trd-Count
               MOVE WS-Trd-Count TO WS-ENTRY-SUB
               PERFORM CLEAR-TREND-ENTRY
               MOVE JS-STEP-NUMBER  TO WS-Trd-Step(WS-ENTRY-SUB)
               MOVE JS-PROGRAM-NAME TO WS-Trd-Program(WS-ENTRY-SUB)
               MOVE "Y" TO WS-ENTRY-FOUND
           END-IF.
           IF WS-ENTRY-FOUND = "Y"
               ADD 1 TO WS-RUNS-COUNTED
               ADD 1 TO WS-Trd-Runs(WS-ENTRY-SUB)
               ADD JS-ELAPSED-SECONDS
                   TO WS-Trd-Total-Secs(WS-ENTRY-SUB)
               IF JS-ELAPSED-SECONDS > WS-Trd-Max-Secs(WS-ENTRY-SUB)
                   MOVE JS-ELAPSED-SECONDS
                       TO WS-Trd-Max-Secs(WS-ENTRY-SUB)
               END-IF
               MOVE JS-ELAPSED-SECONDS
                   TO WS-Trd-Last-Secs(WS-ENTRY-SUB)
               MOVE JS-RUN-DATE TO WS-Trd-Last-Date(WS-ENTRY-SUB)
               IF JS-SLA-FLAG NOT = SPACE
                   ADD 1 TO WS-Trd-Overruns(WS-ENTRY-SUB)
               END-IF
               IF JS-OUTCOME = "F"
                   ADD 1 TO WS-Trd-Failures(WS-ENTRY-SUB)
               END-IF
           END-IF.

       PRINT-STEP-TREND.
           MOVE 0 TO WS-AVERAGE-SECS.
           IF WS-Trd-Runs(WS-SUB) > 0
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                   WS-Trd-Total-Secs(WS-SUB) / WS-Trd-Runs(WS-SUB)
           END-IF.
           MOVE WS-Trd-Step(WS-SUB)      TO WS-DL-STEP.
           MOVE WS-Trd-Program(WS-SUB)   TO WS-DL-PROGRAM.
           MOVE WS-Trd-Runs(WS-SUB)      TO WS-DL-RUNS.
           MOVE WS-AVERAGE-SECS          TO WS-DL-AVERAGE.
           MOVE WS-Trd-Max-Secs(WS-SUB)  TO WS-DL-MAXIMUM.
           MOVE WS-Trd-Last-Secs(WS-SUB) TO WS-DL-LATEST.
           MOVE WS-Trd-Expected(WS-SUB)  TO WS-DL-EXPECTED.
           MOVE WS-Trd-Overruns(WS-SUB)  TO WS-DL-OVERRUNS.
           MOVE WS-Trd-Failures(WS-SUB)  TO WS-DL-FAILURES.
           MOVE SPACES TO WS-DL-FLAG.
           IF WS-Trd-Runs(WS-SUB) = 0
               MOVE "NO RUNS" TO WS-DL-FLAG
           ELSE
               IF WS-Trd-Expected(WS-SUB) > 0
                       AND WS-Trd-Last-Secs(WS-SUB)
                           > WS-Trd-Expected(WS-SUB)
                   MOVE "OVER" TO WS-DL-FLAG
                   ADD 1 TO WS-STEPS-OVER
               ELSE
                   IF WS-Trd-Last-Secs(WS-SUB) > WS-AVERAGE-SECS
                       MOVE "RISING" TO WS-DL-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-TREND-LINE.
           MOVE WS-Trd-Step(WS-SUB)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Trd-Program(WS-SUB)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Trd-Runs(WS-SUB)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-AVERAGE-SECS          TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Trd-Max-Secs(WS-SUB)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Trd-Last-Secs(WS-SUB) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Trd-Expected(WS-SUB)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Trd-Overruns(WS-SUB)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Trd-Failures(WS-SUB)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-DL-FLAG               TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-TREND-LINE.
           MOVE WS-PRINT-LINE TO TREND-LINE.
           WRITE TREND-LINE.
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
