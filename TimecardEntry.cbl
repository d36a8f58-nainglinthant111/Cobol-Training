           SELECT CalendarFile ASSIGN TO "calendar.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CalendarFile.
       COPY "Calendar.cpy".

       FD JobFile.
       COPY "JobMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-TIMECARD-STATUS  PIC XX.
       01 WS-HOLIDAY-HOURS    PIC 99V99.
       01 WS-SHIFT-CODE       PIC 9.

       01 WS-JOB-STATUS       PIC XX.
       01 WS-JOB-EOF          PIC X VALUE "N".
       01 WS-JOB-TABLE.
           02 WS-JOB-COUNT PIC 9(3) VALUE 0.
           02 WS-JOB-ENTRY OCCURS 500 TIMES.
             03 WS-JB-CODE    PIC X(6).
             03 WS-JB-STATUS  PIC X.
       01 WS-JOB-SUB          PIC 9(3).
       01 WS-JOB-FOUND        PIC 9(3).
       01 WS-SPLIT-TABLE.
           02 WS-SPLIT-COUNT PIC 9 VALUE 0.
           02 WS-SPLIT-ENTRY OCCURS 5 TIMES.
             03 WS-SPLIT-JOB    PIC X(6).
             03 WS-SPLIT-HOURS  PIC 99V99.
       01 WS-SPLIT-SUB        PIC 9.
       01 WS-ENTRY-JOB        PIC X(6).
       01 WS-ENTRY-HOURS      PIC 99V99.
       01 WS-CARD-HOURS       PIC 9(3)V99.
       01 WS-UNCHARGED-HOURS  PIC 9(3)V99.
       01 WS-SPLIT-DONE       PIC X.

       01 WS-CALENDAR-STATUS  PIC XX.
       01 WS-CALENDAR-EOF     PIC X VALUE "N".
       01 WS-HOLIDAY-TABLE.
       01 WS-EMPLOYEE-OK      PIC X VALUE "N".
           88 EMPLOYEE-FOUND  VALUE "Y".
       01 WS-DATE-OK          PIC X.
       01 WS-LAPSED-FLAG      PIC X.
       01 WS-LAPSED-TYPE      PIC X(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "TIMECARD-ENTRY".
       01 WS-OPERATOR-ID       PIC X(10).
           ACCEPT WS-START-TIME FROM TIME.

           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM LOAD-JOB-TABLE.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "INVALID SHIFT - FIRST SHIFT ASSUMED"
               MOVE 1 TO WS-SHIFT-CODE
           END-IF.
           PERFORM ACCEPT-JOB-SPLIT.

       ACCEPT-JOB-SPLIT.
           MOVE 0 TO WS-SPLIT-COUNT.
           COMPUTE WS-CARD-HOURS =
               WS-REGULAR-HOURS + WS-OVERTIME-HOURS
             + WS-HOLIDAY-HOURS.
           MOVE WS-CARD-HOURS TO WS-UNCHARGED-HOURS.
           IF WS-JOB-COUNT = 0 OR WS-CARD-HOURS = ZERO
               MOVE "Y" TO WS-SPLIT-DONE
           ELSE
               MOVE "N" TO WS-SPLIT-DONE
           END-IF.
           PERFORM UNTIL WS-SPLIT-DONE = "Y"
               DISPLAY "HOURS NOT YET CHARGED TO A JOB: "
                   WS-UNCHARGED-HOURS
               DISPLAY "ENTER JOB/PROJECT CODE (BLANK=REMAINDER TO "
                   "DEPARTMENT " EM-DEPT-CODE "): "
               MOVE SPACES TO WS-ENTRY-JOB
               ACCEPT WS-ENTRY-JOB
               IF WS-ENTRY-JOB = SPACES
                   MOVE "Y" TO WS-SPLIT-DONE
               ELSE
                   PERFORM ACCEPT-ONE-JOB-CHARGE
               END-IF
               IF WS-SPLIT-COUNT >= 5 OR WS-UNCHARGED-HOURS = ZERO
                   MOVE "Y" TO WS-SPLIT-DONE
               END-IF
           END-PERFORM.
           IF WS-UNCHARGED-HOURS > ZERO AND WS-SPLIT-COUNT > 0
               DISPLAY WS-UNCHARGED-HOURS " HOURS CHARGED TO "
                   "DEPARTMENT " EM-DEPT-CODE
           END-IF.

       ACCEPT-ONE-JOB-CHARGE.
           PERFORM FIND-JOB-ENTRY.
           IF WS-JOB-FOUND = 0
               DISPLAY "JOB " WS-ENTRY-JOB " NOT ON JOB MASTER - "
                   "CHARGE REJECTED"
           ELSE
           IF WS-JB-STATUS(WS-JOB-FOUND) NOT = "A"
               DISPLAY "JOB " WS-ENTRY-JOB " IS NOT ACTIVE (STATUS "
                   WS-JB-STATUS(WS-JOB-FOUND) ") - CHARGE REJECTED"
           ELSE
               DISPLAY "ENTER HOURS FOR JOB " WS-ENTRY-JOB
                   " (99.99): "
               ACCEPT WS-ENTRY-HOURS
               IF WS-ENTRY-HOURS = ZERO
                       OR WS-ENTRY-HOURS > WS-UNCHARGED-HOURS
                   DISPLAY "HOURS MUST BE GREATER THAN ZERO AND NOT "
                       "MORE THAN " WS-UNCHARGED-HOURS
                       " - CHARGE REJECTED"
               ELSE
                   MOVE 0 TO WS-SPLIT-SUB
                   PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                           UNTIL WS-JOB-SUB > WS-SPLIT-COUNT
                       IF WS-SPLIT-JOB(WS-JOB-SUB) = WS-ENTRY-JOB
                           MOVE WS-JOB-SUB TO WS-SPLIT-SUB
                       END-IF
                   END-PERFORM
                   IF WS-SPLIT-SUB = 0
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE WS-SPLIT-COUNT TO WS-SPLIT-SUB
                       MOVE WS-ENTRY-JOB TO WS-SPLIT-JOB(WS-SPLIT-SUB)
                       MOVE 0 TO WS-SPLIT-HOURS(WS-SPLIT-SUB)
                   END-IF
                   ADD WS-ENTRY-HOURS TO WS-SPLIT-HOURS(WS-SPLIT-SUB)
                   SUBTRACT WS-ENTRY-HOURS FROM WS-UNCHARGED-HOURS
               END-IF
           END-IF END-IF.

       FIND-JOB-ENTRY.
           MOVE 0 TO WS-JOB-FOUND.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   OR WS-JOB-FOUND > 0
               IF WS-JB-CODE(WS-JOB-SUB) = WS-ENTRY-JOB
                   MOVE WS-JOB-SUB TO WS-JOB-FOUND
               END-IF
           END-PERFORM.

       LOAD-JOB-TABLE.
           OPEN INPUT JobFile.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "JOB MASTER NOT FOUND - ALL HOURS CHARGED "
                   "TO HOME DEPARTMENT"
           ELSE
               PERFORM UNTIL WS-JOB-EOF = "Y"
                       OR WS-JOB-COUNT >= 500
                   READ JobFile
                       AT END
                           MOVE "Y" TO WS-JOB-EOF
                       NOT AT END
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JB-JOB-CODE
                               TO WS-JB-CODE(WS-JOB-COUNT)
                           MOVE JB-STATUS
                               TO WS-JB-STATUS(WS-JOB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT CalendarFile.
           MOVE WS-HOLIDAY-HOURS  TO TC-HOLIDAY-HOURS.
           ACCEPT TC-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID    TO TC-OPERATOR-ID.
           CALL "CREDENTIAL-CHECK" USING WS-EMPLOYEE-ID WS-START-DATE
               WS-LAPSED-FLAG WS-LAPSED-TYPE.
           IF WS-LAPSED-FLAG = "Y"
               MOVE "H"           TO TC-APPROVAL-STATUS
           ELSE
               MOVE "P"           TO TC-APPROVAL-STATUS
           END-IF.
           MOVE SPACES            TO TC-APPROVER-ID.
           MOVE WS-SHIFT-CODE     TO TC-SHIFT-CODE.
           MOVE WS-SPLIT-COUNT    TO TC-JOB-COUNT.
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > 5
               IF WS-SPLIT-SUB > WS-SPLIT-COUNT
                   MOVE SPACES TO TC-JOB-CODE(WS-SPLIT-SUB)
                   MOVE 0 TO TC-JOB-HOURS(WS-SPLIT-SUB)
               ELSE
                   MOVE WS-SPLIT-JOB(WS-SPLIT-SUB)
                       TO TC-JOB-CODE(WS-SPLIT-SUB)
                   MOVE WS-SPLIT-HOURS(WS-SPLIT-SUB)
                       TO TC-JOB-HOURS(WS-SPLIT-SUB)
               END-IF
           END-PERFORM.
           WRITE TIMECARD-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           DISPLAY "TIMECARD RECORDED FOR EMPLOYEE " WS-EMPLOYEE-ID.
           IF WS-LAPSED-FLAG = "Y"
               DISPLAY "REQUIRED " WS-LAPSED-TYPE " CREDENTIAL HAS "
                   "LAPSED - TIME HELD UNTIL IT IS RENEWED"
           END-IF.
