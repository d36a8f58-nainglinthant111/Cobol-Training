       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseMasterFile ASSIGN TO "coursemaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-Course-Status.
           SELECT EnrollmentFile ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CourseMasterFile.
       COPY "CourseMaster.cpy".

       FD EnrollmentFile.
       COPY "Enrollment.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Course-Status    PIC XX.
       01 WS-Enroll-Status    PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-COURSE     VALUE "K".
           88 MODE-ENROLL     VALUE "E".
           88 MODE-WITHDRAW   VALUE "W".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-COURSE-CODE      PIC X(8).
       01 WS-STUDENT-ID       PIC 9(5).
       01 WS-TERM             PIC 9(5).
       01 WS-TERM-PARTS REDEFINES WS-TERM.
           02 WS-TERM-YEAR    PIC 9(4).
           02 WS-TERM-SEASON  PIC 9.
       01 WS-SECTION          PIC X(3).
       01 WS-NEW-TITLE        PIC X(30).
       01 WS-NEW-CREDITS      PIC 9V9.
       01 WS-NEW-STATUS       PIC X.
       01 WS-COURSE-FOUND     PIC X.
       01 WS-ENROLL-VALID     PIC X.
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.

       01 WS-Program-Name      PIC X(20) VALUE "COURSE-MAINT".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (K=COURSES, E=ENROLL STUDENTS, "
               "W=WITHDRAW, L=LIST SECTION): ".
           ACCEPT WS-MODE.

           PERFORM OPEN-COURSE-FILES.

           EVALUATE TRUE
               WHEN MODE-COURSE
                   PERFORM MAINTAIN-COURSES
               WHEN MODE-ENROLL
                   PERFORM ENROLL-STUDENTS
               WHEN MODE-WITHDRAW
                   PERFORM WITHDRAW-STUDENTS
               WHEN MODE-LIST
                   PERFORM LIST-SECTION
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE CourseMasterFile.
           CLOSE EnrollmentFile.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       OPEN-COURSE-FILES.
           OPEN I-O CourseMasterFile.
           IF WS-Course-Status = "35"
               OPEN OUTPUT CourseMasterFile
               CLOSE CourseMasterFile
               OPEN I-O CourseMasterFile
           END-IF.
           IF WS-Course-Status NOT = "00"
               DISPLAY "ERROR OPENING COURSE MASTER: STATUS "
                   WS-Course-Status
               STOP RUN
           END-IF.
           OPEN I-O EnrollmentFile.
           IF WS-Enroll-Status = "35"
               OPEN OUTPUT EnrollmentFile
               CLOSE EnrollmentFile
               OPEN I-O EnrollmentFile
           END-IF.
           IF WS-Enroll-Status NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT FILE: STATUS "
                   WS-Enroll-Status
               CLOSE CourseMasterFile
               STOP RUN
           END-IF.

       MAINTAIN-COURSES.
           PERFORM UNTIL WS-End = "N"
               PERFORM MAINTAIN-ONE-COURSE
               DISPLAY "MAINTAIN ANOTHER COURSE (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       MAINTAIN-ONE-COURSE.
           DISPLAY "ENTER COURSE CODE: ".
           ACCEPT WS-COURSE-CODE.
           IF WS-COURSE-CODE = SPACES
               DISPLAY "COURSE CODE IS REQUIRED"
           ELSE
               PERFORM READ-COURSE
               IF WS-COURSE-FOUND = "Y"
                   DISPLAY "CURRENT TITLE: " CM-TITLE
                   DISPLAY "CREDIT HOURS: " CM-CREDIT-HOURS
                       "  STATUS: " CM-STATUS
               END-IF
               DISPLAY "ENTER COURSE TITLE (BLANK = NO CHANGE): "
               MOVE SPACES TO WS-NEW-TITLE
               ACCEPT WS-NEW-TITLE
               DISPLAY "ENTER CREDIT HOURS (9.9, 0 = NO CHANGE): "
               ACCEPT WS-NEW-CREDITS
               DISPLAY "ENTER STATUS (A=ACTIVE, I=INACTIVE): "
               ACCEPT WS-NEW-STATUS
               IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "I"
                   DISPLAY "INVALID STATUS - COURSE NOT CHANGED"
               ELSE
               IF WS-COURSE-FOUND = "Y"
                   IF WS-NEW-TITLE NOT = SPACES
                       MOVE WS-NEW-TITLE TO CM-TITLE
                   END-IF
                   IF WS-NEW-CREDITS NOT = ZERO
                       MOVE WS-NEW-CREDITS TO CM-CREDIT-HOURS
                   END-IF
                   MOVE WS-NEW-STATUS TO CM-STATUS
                   REWRITE COURSE-MASTER-RECORD
                   ADD 1 TO WS-Written-Count
                   DISPLAY "COURSE " WS-COURSE-CODE " CHANGED"
               ELSE
               IF WS-NEW-TITLE = SPACES OR WS-NEW-CREDITS = ZERO
                   DISPLAY "TITLE AND CREDIT HOURS ARE REQUIRED - "
                       "COURSE NOT ADDED"
               ELSE
                   MOVE WS-COURSE-CODE TO CM-COURSE-CODE
                   MOVE WS-NEW-TITLE   TO CM-TITLE
                   MOVE WS-NEW-CREDITS TO CM-CREDIT-HOURS
                   MOVE WS-NEW-STATUS  TO CM-STATUS
                   WRITE COURSE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "COURSE " WS-COURSE-CODE
                               " COULD NOT BE ADDED: STATUS "
                               WS-Course-Status
                       NOT INVALID KEY
                           ADD 1 TO WS-Written-Count
                           DISPLAY "COURSE " WS-COURSE-CODE " ADDED"
                   END-WRITE
               END-IF
               END-IF
               END-IF
           END-IF.

       ENROLL-STUDENTS.
           PERFORM ACCEPT-SECTION-KEY.
           PERFORM READ-COURSE.
           IF WS-COURSE-FOUND NOT = "Y"
               DISPLAY "COURSE " WS-COURSE-CODE
                   " NOT ON COURSE MASTER"
           ELSE
           IF CM-STATUS NOT = "A"
               DISPLAY "COURSE " WS-COURSE-CODE " IS INACTIVE"
           ELSE
           IF WS-ENROLL-VALID NOT = "Y"
               DISPLAY "ENROLLMENT REJECTED"
           ELSE
               DISPLAY "COURSE: " CM-TITLE
               PERFORM UNTIL WS-End = "N"
                   PERFORM ENROLL-ONE-STUDENT
                   DISPLAY "ENROLL ANOTHER STUDENT IN THIS SECTION "
                       "(Y/N)? "
                   ACCEPT WS-End
               END-PERFORM
           END-IF
           END-IF
           END-IF.

       ENROLL-ONE-STUDENT.
           DISPLAY "ENTER STUDENT ID: ".
           ACCEPT WS-STUDENT-ID.
           IF WS-STUDENT-ID = ZERO
               DISPLAY "STUDENT ID IS REQUIRED"
           ELSE
               MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
               MOVE WS-TERM        TO EN-TERM
               MOVE WS-COURSE-CODE TO EN-COURSE-CODE
               MOVE WS-SECTION     TO EN-SECTION
               MOVE "E"            TO EN-STATUS
               MOVE ZERO           TO EN-SCORE
               MOVE SPACES         TO EN-GRADE
               MOVE ZERO           TO EN-GRADE-POINTS
               MOVE CM-CREDIT-HOURS TO EN-CREDIT-HOURS
               MOVE WS-TODAY       TO EN-ENROLL-DATE
               MOVE ZERO           TO EN-GRADED-DATE
               WRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "STUDENT " WS-STUDENT-ID
                           " ALREADY ENROLLED IN " WS-COURSE-CODE
                           " FOR TERM " WS-TERM
                   NOT INVALID KEY
                       ADD 1 TO WS-Written-Count
                       DISPLAY "STUDENT " WS-STUDENT-ID " ENROLLED"
               END-WRITE
           END-IF.

       WITHDRAW-STUDENTS.
           PERFORM UNTIL WS-End = "N"
               PERFORM WITHDRAW-ONE-STUDENT
               DISPLAY "WITHDRAW ANOTHER STUDENT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       WITHDRAW-ONE-STUDENT.
           DISPLAY "ENTER STUDENT ID: ".
           ACCEPT WS-STUDENT-ID.
           DISPLAY "ENTER TERM (YYYYT, T 1=SPRING 2=SUMMER 3=FALL): ".
           ACCEPT WS-TERM.
           DISPLAY "ENTER COURSE CODE: ".
           ACCEPT WS-COURSE-CODE.
           MOVE WS-STUDENT-ID  TO EN-STUDENT-ID.
           MOVE WS-TERM        TO EN-TERM.
           MOVE WS-COURSE-CODE TO EN-COURSE-CODE.
           READ EnrollmentFile
               INVALID KEY
                   DISPLAY "STUDENT " WS-STUDENT-ID
                       " NOT ENROLLED IN " WS-COURSE-CODE
                       " FOR TERM " WS-TERM
               NOT INVALID KEY
                   EVALUATE EN-STATUS
                       WHEN "G"
                           DISPLAY "COURSE ALREADY GRADED "
                               EN-GRADE " - CANNOT WITHDRAW"
                       WHEN "W"
                           DISPLAY "STUDENT ALREADY WITHDRAWN"
                       WHEN OTHER
                           MOVE "W" TO EN-STATUS
                           MOVE "W  " TO EN-GRADE
                           MOVE WS-TODAY TO EN-GRADED-DATE
                           REWRITE ENROLLMENT-RECORD
                           ADD 1 TO WS-Written-Count
                           DISPLAY "STUDENT " WS-STUDENT-ID
                               " WITHDRAWN"
                   END-EVALUATE
           END-READ.

       LIST-SECTION.
           PERFORM ACCEPT-SECTION-KEY.
           MOVE LOW-VALUES TO EN-ENROLL-KEY.
           MOVE "N" TO WS-Eof.
           START EnrollmentFile KEY NOT < EN-ENROLL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof
           END-START.
           DISPLAY "STUDENT SEC ST GRADE SCORE ENROLLED GRADED".
           PERFORM UNTIL WS-Eof = "Y"
               READ EnrollmentFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF EN-TERM = WS-TERM
                               AND EN-COURSE-CODE = WS-COURSE-CODE
                               AND (WS-SECTION = SPACES
                               OR EN-SECTION = WS-SECTION)
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY EN-STUDENT-ID "   " EN-SECTION " "
                               EN-STATUS "  " EN-GRADE "   "
                               EN-SCORE "    " EN-ENROLL-DATE " "
                               EN-GRADED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "STUDENTS LISTED: " WS-LIST-COUNT.

       ACCEPT-SECTION-KEY.
           DISPLAY "ENTER TERM (YYYYT, T 1=SPRING 2=SUMMER 3=FALL): ".
           ACCEPT WS-TERM.
           DISPLAY "ENTER COURSE CODE: ".
           ACCEPT WS-COURSE-CODE.
           DISPLAY "ENTER SECTION: ".
           MOVE SPACES TO WS-SECTION.
           ACCEPT WS-SECTION.
           MOVE "Y" TO WS-ENROLL-VALID.
           IF WS-TERM-YEAR < 1900
                   OR WS-TERM-SEASON < 1 OR WS-TERM-SEASON > 3
               DISPLAY "TERM MUST BE YEAR FOLLOWED BY 1, 2 OR 3"
               MOVE "N" TO WS-ENROLL-VALID
           END-IF.
           IF MODE-ENROLL AND WS-SECTION = SPACES
               DISPLAY "SECTION IS REQUIRED"
               MOVE "N" TO WS-ENROLL-VALID
           END-IF.

       READ-COURSE.
           MOVE "N" TO WS-COURSE-FOUND.
           MOVE WS-COURSE-CODE TO CM-COURSE-CODE.
           READ CourseMasterFile
               NOT INVALID KEY
                   MOVE "Y" TO WS-COURSE-FOUND
           END-READ.
