       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-TRANSCRIPT INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EnrollmentFile ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT CourseMasterFile ASSIGN TO "coursemaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT RosterFile ASSIGN TO "roster.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT TranscriptFile ASSIGN TO "transcript.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.
           SELECT CsvFile ASSIGN TO "transcript.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnrollmentFile.
       COPY "Enrollment.cpy".

       FD CourseMasterFile.
       COPY "CourseMaster.cpy".

       FD RosterFile.
       COPY "Roster.cpy".

       FD TranscriptFile.
       01 TRANSCRIPT-LINE         PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-STATUS    PIC XX.
       01 WS-COURSE-STATUS    PIC XX.
       01 WS-ROSTER-STATUS    PIC XX.
       01 WS-TRANSCRIPT-STATUS PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-COURSE-OPEN      PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-SELECT-STUDENT   PIC 9(5) VALUE 0.

       01 WS-ROSTER-TABLE.
           02 WS-Ros-Count PIC 9(3) VALUE 0.
           02 WS-Ros-Entry OCCURS 999 TIMES.
             03 WS-Ros-Student-ID  PIC 9(5).
             03 WS-Ros-Name        PIC X(20).
       01 WS-ROS-SUB          PIC 9(3).

       01 WS-CUR-STUDENT      PIC 9(5) VALUE 0.
       01 WS-CUR-NAME         PIC X(20).
       01 WS-CUR-TERM         PIC 9(5) VALUE 0.
       01 WS-TERM-PARTS REDEFINES WS-CUR-TERM.
           02 WS-TERM-YEAR    PIC 9(4).
           02 WS-TERM-SEASON  PIC 9.
       01 WS-TERM-NAME        PIC X(6).
       01 WS-COURSE-TITLE     PIC X(30).

       01 WS-COURSE-EARNED    PIC 9V9.
       01 WS-QUALITY-POINTS   PIC 9(2)V99.
       01 WS-TERM-GPA-HOURS   PIC 9(3)V9.
       01 WS-TERM-EARNED      PIC 9(3)V9.
       01 WS-TERM-POINTS      PIC 9(4)V99.
       01 WS-CUM-GPA-HOURS    PIC 9(3)V9.
       01 WS-CUM-EARNED       PIC 9(3)V9.
       01 WS-CUM-POINTS       PIC 9(4)V99.
       01 WS-TERM-GPA         PIC 9V99.
       01 WS-CUM-GPA          PIC 9V99.
       01 WS-EDIT-GPA         PIC 9.99.
       01 WS-EDIT-CUM-GPA     PIC 9.99.
       01 WS-EDIT-EARNED      PIC ZZ9.9.
       01 WS-EDIT-CUM-EARNED  PIC ZZ9.9.
       01 WS-STUDENTS-PRINTED PIC 9(5) VALUE 0.
       01 WS-COURSES-PRINTED  PIC 9(7) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-COURSE    PIC X(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-DL-TITLE     PIC X(30).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-DL-SECTION   PIC X(3).
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-DL-GRADE     PIC X(3).
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-DL-CREDITS   PIC Z9.9.
           02 FILLER          PIC X(4) VALUE SPACES.
           02 WS-DL-POINTS    PIC ZZ9.99.
           02 FILLER          PIC X(12) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "STUDENT TRANSCRIPTS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "transcript.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "transcript.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER STUDENT ID (0 = ALL STUDENTS): ".
           ACCEPT WS-SELECT-STUDENT.

           PERFORM LOAD-ROSTER.

           OPEN INPUT EnrollmentFile.
           IF WS-ENROLL-STATUS NOT = "00"
               DISPLAY "NO ENROLLMENT FILE - NO TRANSCRIPTS"
               GOBACK
           END-IF.

           OPEN OUTPUT TranscriptFile.
           IF WS-TRANSCRIPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSCRIPT REPORT: STATUS "
                   WS-TRANSCRIPT-STATUS
               CLOSE EnrollmentFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CourseMasterFile.
           IF WS-COURSE-STATUS = "00"
               MOVE "Y" TO WS-COURSE-OPEN
           ELSE
               DISPLAY "COURSE MASTER NOT AVAILABLE - TITLES OMITTED"
           END-IF.

           PERFORM OPEN-CSV-EXPORT.
           STRING "STUDENT,NAME,TERM,COURSE,TITLE,SECTION,STATUS"
               ",GRADE,CREDIT HOURS,CREDITS EARNED,GRADE POINTS"
               ",QUALITY POINTS"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           MOVE "N" TO WS-EOF.
           IF WS-SELECT-STUDENT NOT = ZERO
               MOVE WS-SELECT-STUDENT TO EN-STUDENT-ID
               MOVE ZERO TO EN-TERM
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START EnrollmentFile KEY NOT < EN-ENROLL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ EnrollmentFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SELECT-STUDENT NOT = ZERO
                               AND EN-STUDENT-ID NOT = WS-SELECT-STUDENT
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM PROCESS-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CUR-STUDENT NOT = ZERO
               PERFORM END-TERM
               PERFORM END-STUDENT
           END-IF.

           IF WS-STUDENTS-PRINTED = 0
               MOVE "NO ENROLLMENT FOUND FOR TRANSCRIPT"
                   TO WS-PRINT-LINE
               PERFORM WRITE-TRANSCRIPT-LINE
           END-IF.

           CLOSE EnrollmentFile.
           IF WS-COURSE-OPEN = "Y"
               CLOSE CourseMasterFile
           END-IF.
           CLOSE TranscriptFile.
           PERFORM CLOSE-CSV-EXPORT.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "TRANSCRIPTS COMPLETE: " WS-STUDENTS-PRINTED
               " STUDENT(S), " WS-COURSES-PRINTED " COURSE(S)".

           GOBACK.

       LOAD-ROSTER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RosterFile.
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-Ros-Count >= 999
                   READ RosterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Ros-Count
                           MOVE RS-Student-ID
                               TO WS-Ros-Student-ID(WS-Ros-Count)
                           MOVE RS-Student-Name
                               TO WS-Ros-Name(WS-Ros-Count)
                   END-READ
               END-PERFORM
               CLOSE RosterFile
           END-IF.

       PROCESS-ENROLLMENT.
           IF EN-STUDENT-ID NOT = WS-CUR-STUDENT
               IF WS-CUR-STUDENT NOT = ZERO
                   PERFORM END-TERM
                   PERFORM END-STUDENT
               END-IF
               PERFORM START-STUDENT
               PERFORM START-TERM
           ELSE
               IF EN-TERM NOT = WS-CUR-TERM
                   PERFORM END-TERM
                   PERFORM START-TERM
               END-IF
           END-IF.
           PERFORM PRINT-COURSE-LINE.

       START-STUDENT.
           MOVE EN-STUDENT-ID TO WS-CUR-STUDENT.
           MOVE ZERO TO WS-CUM-GPA-HOURS WS-CUM-EARNED WS-CUM-POINTS.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-ROS-SUB FROM 1 BY 1
                   UNTIL WS-ROS-SUB > WS-Ros-Count
               IF WS-Ros-Student-ID(WS-ROS-SUB) = WS-CUR-STUDENT
                   MOVE WS-Ros-Name(WS-ROS-SUB) TO WS-CUR-NAME
                   MOVE WS-Ros-Count TO WS-ROS-SUB
               END-IF
           END-PERFORM.
           STRING "STUDENT TRANSCRIPT" DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           STRING "RUN " WS-TODAY DELIMITED BY SIZE
               INTO WS-PRINT-LINE(69:12).
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "STUDENT " WS-CUR-STUDENT "  " WS-CUR-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

       START-TERM.
           MOVE EN-TERM TO WS-CUR-TERM.
           MOVE ZERO TO WS-TERM-GPA-HOURS WS-TERM-EARNED WS-TERM-POINTS.
           EVALUATE WS-TERM-SEASON
               WHEN 1
                   MOVE "SPRING" TO WS-TERM-NAME
               WHEN 2
                   MOVE "SUMMER" TO WS-TERM-NAME
               WHEN 3
                   MOVE "FALL" TO WS-TERM-NAME
               WHEN OTHER
                   MOVE "TERM" TO WS-TERM-NAME
           END-EVALUATE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "TERM: " DELIMITED BY SIZE
               WS-TERM-NAME DELIMITED BY SPACE
               " " WS-TERM-YEAR DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE "COURSE    TITLE" TO WS-PRINT-LINE.
           MOVE "SEC   GRD   CRED    POINTS" TO WS-PRINT-LINE(43:26).
           PERFORM WRITE-TRANSCRIPT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

       PRINT-COURSE-LINE.
           MOVE SPACES TO WS-COURSE-TITLE.
           IF WS-COURSE-OPEN = "Y"
               MOVE EN-COURSE-CODE TO CM-COURSE-CODE
               READ CourseMasterFile
                   INVALID KEY
                       MOVE "COURSE NOT ON MASTER" TO WS-COURSE-TITLE
                   NOT INVALID KEY
                       MOVE CM-TITLE TO WS-COURSE-TITLE
               END-READ
           END-IF.
           MOVE ZERO TO WS-COURSE-EARNED WS-QUALITY-POINTS.
           MOVE EN-COURSE-CODE TO WS-DL-COURSE.
           MOVE WS-COURSE-TITLE TO WS-DL-TITLE.
           MOVE EN-SECTION TO WS-DL-SECTION.
           EVALUATE EN-STATUS
               WHEN "G"
                   MOVE EN-GRADE TO WS-DL-GRADE
                   COMPUTE WS-QUALITY-POINTS ROUNDED =
                       EN-GRADE-POINTS * EN-CREDIT-HOURS
                   IF EN-GRADE(1:1) NOT = "F"
                       MOVE EN-CREDIT-HOURS TO WS-COURSE-EARNED
                   END-IF
                   ADD EN-CREDIT-HOURS TO WS-TERM-GPA-HOURS
                       WS-CUM-GPA-HOURS
                   ADD WS-QUALITY-POINTS TO WS-TERM-POINTS
                       WS-CUM-POINTS
                   ADD WS-COURSE-EARNED TO WS-TERM-EARNED
                       WS-CUM-EARNED
               WHEN "W"
                   MOVE "W" TO WS-DL-GRADE
               WHEN OTHER
                   MOVE "IP" TO WS-DL-GRADE
           END-EVALUATE.
           MOVE WS-COURSE-EARNED TO WS-DL-CREDITS.
           MOVE WS-QUALITY-POINTS TO WS-DL-POINTS.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           ADD 1 TO WS-COURSES-PRINTED.

           MOVE WS-CUR-STUDENT TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-CUR-NAME TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CUR-TERM TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE EN-COURSE-CODE TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-COURSE-TITLE TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE EN-SECTION TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE EN-STATUS TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DL-GRADE TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE EN-CREDIT-HOURS TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-COURSE-EARNED TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE EN-GRADE-POINTS TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-QUALITY-POINTS TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       END-TERM.
           MOVE ZERO TO WS-TERM-GPA WS-CUM-GPA.
           IF WS-TERM-GPA-HOURS > 0
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-GPA-HOURS
           END-IF.
           IF WS-CUM-GPA-HOURS > 0
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-GPA-HOURS
           END-IF.
           MOVE WS-TERM-GPA TO WS-EDIT-GPA.
           MOVE WS-TERM-EARNED TO WS-EDIT-EARNED.
           MOVE WS-CUM-GPA TO WS-EDIT-CUM-GPA.
           MOVE WS-CUM-EARNED TO WS-EDIT-CUM-EARNED.
           STRING "  TERM GPA " WS-EDIT-GPA
               "  TERM CREDITS EARNED " WS-EDIT-EARNED
               "   CUMULATIVE GPA " WS-EDIT-CUM-GPA
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

       END-STUDENT.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           STRING "CUMULATIVE GPA " WS-EDIT-CUM-GPA
               "   TOTAL CREDITS EARNED " WS-EDIT-CUM-EARNED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.
           ADD 1 TO WS-STUDENTS-PRINTED.

       WRITE-TRANSCRIPT-LINE.
           MOVE WS-PRINT-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
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
