           SELECT TimecardFile ASSIGN TO "timecards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TimecardFile.
       COPY "Timecard.cpy".

       FD JobFile.
       COPY "JobMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-PUNCH-STATUS     PIC XX.
             03 WS-EMP-IN-DATE   PIC 9(8).
             03 WS-EMP-IN-TIME   PIC 9(4).
             03 WS-EMP-SHIFT     PIC 9.
             03 WS-EMP-IN-JOB    PIC X(6).
             03 WS-EMP-HOLD      PIC X.
             03 WS-EMP-JOB-COUNT PIC 9.
             03 WS-EMP-JOB OCCURS 5 TIMES.
               04 WS-EMP-JOB-CODE    PIC X(6).
               04 WS-EMP-JOB-MINUTES PIC 9(5).
       01 WS-SUB              PIC 9(3).
       01 WS-ENTRY-SUB        PIC 9(3).
       01 WS-ENTRY-FOUND      PIC X.
       01 WS-ND-REMAINDER     PIC 9(4).
       01 WS-ND-LEAP          PIC X.
       01 WS-TOTAL-HOURS      PIC 9(3)V99.
       01 WS-JOB-HOURS        PIC 9(3)V99.
       01 WS-EMP-JOB-SUB      PIC 9.
       01 WS-EMP-JOB-FOUND    PIC 9.
       01 WS-CARD-JOB-SUB     PIC 9.
       01 WS-LAPSED-FLAG      PIC X.
       01 WS-LAPSED-TYPE      PIC X(4).
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.

       01 WS-JOB-STATUS       PIC XX.
       01 WS-JOB-EOF          PIC X VALUE "N".
       01 WS-JOB-TABLE.
           02 WS-JOB-COUNT PIC 9(3) VALUE 0.
           02 WS-JOB-ENTRY OCCURS 500 TIMES.
             03 WS-JB-CODE    PIC X(6).
             03 WS-JB-STATUS  PIC X.
       01 WS-JOB-SUB          PIC 9(3).
       01 WS-JOB-OK           PIC X.
       01 WS-EMPLOYEE-OK      PIC X.
       01 WS-PUNCH-COUNT      PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
           DISPLAY "PUNCHES PAIRED    : " WS-PUNCH-COUNT.
           DISPLAY "PUNCH EXCEPTIONS  : " WS-EXCEPTION-COUNT.
           DISPLAY "TIMECARDS BUILT   : " WS-CARD-COUNT.
           DISPLAY "CARDS ON HOLD     : " WS-HELD-COUNT.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
       PAIR-ONE-PUNCH.
           PERFORM FIND-EMPLOYEE-ENTRY.
           IF WS-ENTRY-FOUND = "Y"
               IF PU-HOLD-FLAG = "H"
                   MOVE "Y" TO WS-EMP-HOLD(WS-ENTRY-SUB)
               END-IF
               IF PU-PUNCH-TYPE = "I"
                   IF WS-EMP-PENDING(WS-ENTRY-SUB) = "Y"
                       ADD 1 TO WS-EXCEPTION-COUNT
                       TO WS-EMP-IN-DATE(WS-ENTRY-SUB)
                   MOVE PU-PUNCH-TIME
                       TO WS-EMP-IN-TIME(WS-ENTRY-SUB)
                   MOVE PU-JOB-CODE
                       TO WS-EMP-IN-JOB(WS-ENTRY-SUB)
               ELSE
                   MOVE "N" TO WS-OVERNIGHT
                   IF WS-EMP-PENDING(WS-ENTRY-SUB) = "Y"
                   MOVE 0 TO WS-EMP-MINUTES(WS-ENTRY-SUB)
                   MOVE "N" TO WS-EMP-PENDING(WS-ENTRY-SUB)
                   MOVE 1 TO WS-EMP-SHIFT(WS-ENTRY-SUB)
                   MOVE 0 TO WS-EMP-JOB-COUNT(WS-ENTRY-SUB)
                   MOVE "N" TO WS-EMP-HOLD(WS-ENTRY-SUB)
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   WS-QUARTER-HOURS * 15
               ADD WS-ROUNDED-MINUTES
                   TO WS-EMP-MINUTES(WS-ENTRY-SUB)
               IF WS-EMP-IN-JOB(WS-ENTRY-SUB) NOT = SPACES
                   PERFORM CREDIT-JOB-MINUTES
               END-IF
           END-IF.
           MOVE "N" TO WS-EMP-PENDING(WS-ENTRY-SUB).

       CREDIT-JOB-MINUTES.
           MOVE 0 TO WS-EMP-JOB-FOUND.
           PERFORM VARYING WS-EMP-JOB-SUB FROM 1 BY 1
                   UNTIL WS-EMP-JOB-SUB
                       > WS-EMP-JOB-COUNT(WS-ENTRY-SUB)
                   OR WS-EMP-JOB-FOUND > 0
               IF WS-EMP-JOB-CODE(WS-ENTRY-SUB, WS-EMP-JOB-SUB)
                       = WS-EMP-IN-JOB(WS-ENTRY-SUB)
                   MOVE WS-EMP-JOB-SUB TO WS-EMP-JOB-FOUND
               END-IF
           END-PERFORM.
           IF WS-EMP-JOB-FOUND = 0
               IF WS-EMP-JOB-COUNT(WS-ENTRY-SUB) < 5
                   ADD 1 TO WS-EMP-JOB-COUNT(WS-ENTRY-SUB)
                   MOVE WS-EMP-JOB-COUNT(WS-ENTRY-SUB)
                       TO WS-EMP-JOB-FOUND
                   MOVE WS-EMP-IN-JOB(WS-ENTRY-SUB)
                       TO WS-EMP-JOB-CODE(WS-ENTRY-SUB,
                           WS-EMP-JOB-FOUND)
                   MOVE 0 TO WS-EMP-JOB-MINUTES(WS-ENTRY-SUB,
                       WS-EMP-JOB-FOUND)
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "MORE THAN 5 JOBS IN WEEK - EMPLOYEE "
                       PU-EMPLOYEE-ID " JOB "
                       WS-EMP-IN-JOB(WS-ENTRY-SUB)
                       " CHARGED TO HOME DEPARTMENT"
               END-IF
           END-IF.
           IF WS-EMP-JOB-FOUND > 0
               ADD WS-ROUNDED-MINUTES
                   TO WS-EMP-JOB-MINUTES(WS-ENTRY-SUB,
                       WS-EMP-JOB-FOUND)
           END-IF.

       WRITE-TIMECARDS.
           PERFORM LOAD-JOB-TABLE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
               ACCEPT TC-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO TC-OPERATOR-ID
               MOVE "P" TO TC-APPROVAL-STATUS
               IF WS-EMP-HOLD(WS-SUB) = "Y"
                   CALL "CREDENTIAL-CHECK" USING WS-EMP-ID(WS-SUB)
                       WS-START-DATE WS-LAPSED-FLAG WS-LAPSED-TYPE
                   IF WS-LAPSED-FLAG = "Y"
                       MOVE "H" TO TC-APPROVAL-STATUS
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
               MOVE SPACES TO TC-APPROVER-ID
               MOVE WS-EMP-SHIFT(WS-SUB) TO TC-SHIFT-CODE
               PERFORM SET-CARD-JOB-SPLIT
               WRITE TIMECARD-RECORD
               ADD 1 TO WS-CARD-COUNT
               ADD 1 TO WS-WRITTEN-COUNT
               DISPLAY "TIMECARD BUILT - EMPLOYEE "
                   TC-EMPLOYEE-ID " REG " TC-REGULAR-HOURS
                   " OT " TC-OVERTIME-HOURS
               IF TC-APPROVAL-STATUS = "H"
                   DISPLAY "  REQUIRED " WS-LAPSED-TYPE
                       " CREDENTIAL LAPSED - CARD HELD UNTIL RENEWED"
               END-IF
           END-IF.

       SET-CARD-JOB-SPLIT.
           MOVE 0 TO TC-JOB-COUNT.
           PERFORM VARYING WS-CARD-JOB-SUB FROM 1 BY 1
                   UNTIL WS-CARD-JOB-SUB > 5
               MOVE SPACES TO TC-JOB-CODE(WS-CARD-JOB-SUB)
               MOVE 0 TO TC-JOB-HOURS(WS-CARD-JOB-SUB)
           END-PERFORM.
           PERFORM VARYING WS-EMP-JOB-SUB FROM 1 BY 1
                   UNTIL WS-EMP-JOB-SUB > WS-EMP-JOB-COUNT(WS-SUB)
               PERFORM CHECK-CARD-JOB
               IF WS-JOB-OK = "Y"
                   COMPUTE WS-JOB-HOURS ROUNDED =
                       WS-EMP-JOB-MINUTES(WS-SUB, WS-EMP-JOB-SUB)
                     / 60
                   ADD 1 TO TC-JOB-COUNT
                   MOVE WS-EMP-JOB-CODE(WS-SUB, WS-EMP-JOB-SUB)
                       TO TC-JOB-CODE(TC-JOB-COUNT)
                   MOVE WS-JOB-HOURS TO TC-JOB-HOURS(TC-JOB-COUNT)
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "JOB "
                       WS-EMP-JOB-CODE(WS-SUB, WS-EMP-JOB-SUB)
                       " NOT ON FILE OR NOT ACTIVE - EMPLOYEE "
                       WS-EMP-ID(WS-SUB)
                       " HOURS CHARGED TO HOME DEPARTMENT"
               END-IF
           END-PERFORM.

       CHECK-CARD-JOB.
           MOVE "N" TO WS-JOB-OK.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   OR WS-JOB-OK = "Y"
               IF WS-JB-CODE(WS-JOB-SUB)
                       = WS-EMP-JOB-CODE(WS-SUB, WS-EMP-JOB-SUB)
                       AND WS-JB-STATUS(WS-JOB-SUB) = "A"
                   MOVE "Y" TO WS-JOB-OK
               END-IF
           END-PERFORM.

       LOAD-JOB-TABLE.
           OPEN INPUT JobFile.
           IF WS-JOB-STATUS = "00"
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
