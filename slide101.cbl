       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CourseMasterFile ASSIGN TO "coursemaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-Course-Status.
           SELECT EnrollmentFile ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROLL-KEY
               FILE STATUS IS WS-Enroll-Status.
           SELECT RosterFile ASSIGN TO "roster.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Roster-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CourseMasterFile.
       COPY "CourseMaster.cpy".

       FD EnrollmentFile.
       COPY "Enrollment.cpy".

       FD RosterFile.
       COPY "Roster.cpy".

       FD GradeMasterFile.
       01 GradeMasterRecord.
           05 GM-Test-Date      PIC 9(8).
           05 GM-Score          PIC 99.
           05 GM-Grade          PIC X(3).
           05 GM-Term           PIC 9(5).
           05 GM-Course-Code    PIC X(8).
           05 GM-Section        PIC X(3).
           05 GM-Grade-Points   PIC 9V99.

       WORKING-STORAGE SECTION.

       01 StudentScore      PIC 99 VALUE 0.
       01 StudentGrade      PIC X(3).

       01 WS-Course-Status  PIC XX.
       01 WS-Enroll-Status  PIC XX.
       01 WS-Roster-File-Status PIC XX.
       01 WS-Grade-Master-Status PIC XX.
       01 WS-Roster-Eof     PIC X VALUE "N".
       01 WS-Enroll-Eof     PIC X VALUE "N".
       01 WS-Test-Date      PIC 9(8).

       01 WS-Term           PIC 9(5).
       01 WS-Course-Code    PIC X(8).
       01 WS-Section        PIC X(3).
       01 WS-Course-Credits PIC 9V9.
       01 WS-Grade-Points   PIC 9V99.
       01 WS-Posted-Count   PIC 999 VALUE 0.

       01 RosterCount       PIC 999 VALUE 0.
       01 RosterIDTable.
           05 RosterStudentID PIC 9(5) OCCURS 999 TIMES.
       01 RosterNameTable.
           05 RosterStudentName PIC X(20) OCCURS 999 TIMES.
       01 WS-Roster-Index   PIC 999.

       01 StudentIDTable.
           05 StoredStudentID PIC 9(5) OCCURS 999 TIMES.
       01 StudentNameTable.
           05 StoredScore   PIC 99 OCCURS 999 TIMES.
       01 GradeTable.
           05 StoredGrade   PIC X(3) OCCURS 999 TIMES.
       01 PointsTable.
           05 StoredPoints  PIC 9V99 OCCURS 999 TIMES.

       01 WS-Summary.
           05 WS-ScoreTotal     PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           DISPLAY "Welcome to the Grade Calculator!".
           ACCEPT WS-Test-Date FROM DATE YYYYMMDD.
           PERFORM SELECT-COURSE-SECTION.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-ENROLLMENT.
           IF MaxStudents = 0
               DISPLAY "No students enrolled in " WS-Course-Code
                   " section " WS-Section " for term " WS-Term "."
               CLOSE EnrollmentFile
               STOP RUN
           END-IF.

           PERFORM UNTIL StudentCounter > MaxStudents
               DISPLAY "Enter score for "
                       NEXT SENTENCE
               END-EVALUATE

               PERFORM SET-GRADE-POINTS
               DISPLAY StoredStudentName(StudentCounter)
                   " Grade: " StudentGrade
                   " Points: " WS-Grade-Points
               MOVE StudentScore TO StoredScore(StudentCounter)
               MOVE StudentGrade TO StoredGrade(StudentCounter)
               MOVE WS-Grade-Points TO StoredPoints(StudentCounter)
               ADD 1 TO StudentCounter
              END-PERFORM.

              PERFORM WRITE-GRADE-MASTER.
              PERFORM POST-ENROLLMENT-GRADES.
              PERFORM BUILD-CLASS-SUMMARY.
              PERFORM DISPLAY-CLASS-SUMMARY.

              DISPLAY "Grade calculation completed!".
              STOP RUN.

       SELECT-COURSE-SECTION.
           OPEN INPUT CourseMasterFile.
           IF WS-Course-Status NOT = "00"
               DISPLAY "Error opening course master: status "
                   WS-Course-Status
               STOP RUN
           END-IF.
           DISPLAY "Enter term (YYYYT, T 1=spring 2=summer 3=fall): ".
           ACCEPT WS-Term.
           DISPLAY "Enter course code: ".
           ACCEPT WS-Course-Code.
           DISPLAY "Enter section: ".
           MOVE SPACES TO WS-Section.
           ACCEPT WS-Section.
           MOVE WS-Course-Code TO CM-COURSE-CODE.
           READ CourseMasterFile
               INVALID KEY
                   DISPLAY "Course " WS-Course-Code
                       " not on course master."
                   CLOSE CourseMasterFile
                   STOP RUN
           END-READ.
           MOVE CM-CREDIT-HOURS TO WS-Course-Credits.
           DISPLAY "Grading " WS-Course-Code " " CM-TITLE.
           DISPLAY "Section " WS-Section " term " WS-Term
               " credit hours " WS-Course-Credits.
           CLOSE CourseMasterFile.

       LOAD-ROSTER.
           OPEN INPUT RosterFile.
           IF WS-Roster-File-Status = "00"
               PERFORM UNTIL WS-Roster-Eof = "Y"
                       OR RosterCount >= 999
                   READ RosterFile
                       AT END
                           MOVE "Y" TO WS-Roster-Eof
                       NOT AT END
                           ADD 1 TO RosterCount
                           MOVE RS-Student-ID
                               TO RosterStudentID(RosterCount)
                           MOVE RS-Student-Name
                               TO RosterStudentName(RosterCount)
                   END-READ
               END-PERFORM
               CLOSE RosterFile
           ELSE
               DISPLAY "Roster file not found - student names "
                   "will not be shown."
           END-IF.

       LOAD-ENROLLMENT.
           MOVE 0 TO MaxStudents.
           OPEN I-O EnrollmentFile.
           IF WS-Enroll-Status NOT = "00"
               DISPLAY "Error opening enrollment file: status "
                   WS-Enroll-Status
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Enroll-Eof = "Y"
               READ EnrollmentFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Enroll-Eof
                   NOT AT END
                       IF EN-TERM = WS-Term
                               AND EN-COURSE-CODE = WS-Course-Code
                               AND EN-SECTION = WS-Section
                               AND EN-STATUS NOT = "W"
                           PERFORM ADD-ENROLLED-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ENROLLED-STUDENT.
           IF MaxStudents >= 999
               DISPLAY "Section exceeds 999 students - student "
                   EN-STUDENT-ID " not graded."
           ELSE
               ADD 1 TO MaxStudents
               MOVE EN-STUDENT-ID TO StoredStudentID(MaxStudents)
               MOVE SPACES TO StoredStudentName(MaxStudents)
               PERFORM VARYING WS-Roster-Index FROM 1 BY 1
                       UNTIL WS-Roster-Index > RosterCount
                   IF RosterStudentID(WS-Roster-Index) = EN-STUDENT-ID
                       MOVE RosterStudentName(WS-Roster-Index)
                           TO StoredStudentName(MaxStudents)
                       MOVE RosterCount TO WS-Roster-Index
                   END-IF
               END-PERFORM
               IF EN-STATUS = "G"
                   DISPLAY "Student " EN-STUDENT-ID
                       " already graded " EN-GRADE
                       " - new grade will replace it."
               END-IF
           END-IF.

       SET-GRADE-POINTS.
           EVALUATE StudentGrade
               WHEN "A+ "
               WHEN "A  "
                   MOVE 4.00 TO WS-Grade-Points
               WHEN "A- "
                   MOVE 3.67 TO WS-Grade-Points
               WHEN "B+ "
                   MOVE 3.33 TO WS-Grade-Points
               WHEN "B  "
                   MOVE 3.00 TO WS-Grade-Points
               WHEN "B- "
                   MOVE 2.67 TO WS-Grade-Points
               WHEN "C+ "
                   MOVE 2.33 TO WS-Grade-Points
               WHEN "C  "
                   MOVE 2.00 TO WS-Grade-Points
               WHEN "C- "
                   MOVE 1.67 TO WS-Grade-Points
               WHEN "D+ "
                   MOVE 1.33 TO WS-Grade-Points
               WHEN "D  "
                   MOVE 1.00 TO WS-Grade-Points
               WHEN "D- "
                   MOVE 0.67 TO WS-Grade-Points
               WHEN OTHER
                   MOVE 0 TO WS-Grade-Points
           END-EVALUATE.

       POST-ENROLLMENT-GRADES.
           PERFORM VARYING WS-Index FROM 1 BY 1
                   UNTIL WS-Index > MaxStudents
               MOVE StoredStudentID(WS-Index) TO EN-STUDENT-ID
               MOVE WS-Term TO EN-TERM
               MOVE WS-Course-Code TO EN-COURSE-CODE
               READ EnrollmentFile
                   INVALID KEY
                       DISPLAY "Enrollment not found for student "
                           StoredStudentID(WS-Index)
                   NOT INVALID KEY
                       MOVE "G" TO EN-STATUS
                       MOVE StoredScore(WS-Index) TO EN-SCORE
                       MOVE StoredGrade(WS-Index) TO EN-GRADE
                       MOVE StoredPoints(WS-Index) TO EN-GRADE-POINTS
                       MOVE WS-Course-Credits TO EN-CREDIT-HOURS
                       MOVE WS-Test-Date TO EN-GRADED-DATE
                       REWRITE ENROLLMENT-RECORD
                       ADD 1 TO WS-Posted-Count
               END-READ
           END-PERFORM.
           CLOSE EnrollmentFile.
           DISPLAY "Grades posted to enrollment: " WS-Posted-Count.

       WRITE-GRADE-MASTER.
           OPEN EXTEND GradeMasterFile.
           IF WS-Grade-Master-Status = "05"
                   MOVE WS-Test-Date TO GM-Test-Date
                   MOVE StoredScore(WS-Index) TO GM-Score
                   MOVE StoredGrade(WS-Index) TO GM-Grade
                   MOVE WS-Term TO GM-Term
                   MOVE WS-Course-Code TO GM-Course-Code
                   MOVE WS-Section TO GM-Section
                   MOVE StoredPoints(WS-Index) TO GM-Grade-Points
                   WRITE GradeMasterRecord
               END-PERFORM
               CLOSE GradeMasterFile
                   WS-Test-Date "."
           END-IF.

       BUILD-CLASS-SUMMARY.
           PERFORM VARYING WS-Index FROM 1 BY 1
                   UNTIL WS-Index > MaxStudents
