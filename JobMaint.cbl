       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JobFile.
       COPY "JobMaster.cpy".

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOB-STATUS       PIC XX.
       01 WS-DEPT-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-JOB-VALID        PIC X.
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-LIST       VALUE "L".

       01 WS-JOB-TABLE.
           02 WS-JOB-COUNT PIC 9(3) VALUE 0.
           02 WS-JOB-ENTRY OCCURS 500 TIMES.
             03 WS-JB-CODE          PIC X(6).
             03 WS-JB-NAME          PIC X(20).
             03 WS-JB-DEPT          PIC X(4).
             03 WS-JB-BUDGET-HOURS  PIC 9(7)V99.
             03 WS-JB-BUDGET-AMOUNT PIC 9(9)V99.
             03 WS-JB-STATUS        PIC X.
       01 WS-JOB-SUB          PIC 9(3).
       01 WS-JOB-FOUND        PIC 9(3).
       01 WS-JOB-CHANGED      PIC X VALUE "N".
       01 WS-LOOKUP-JOB       PIC X(6).

       01 WS-DEPT-TABLE.
           02 WS-DEPT-COUNT PIC 99 VALUE 0.
           02 WS-DEPT-KEY OCCURS 50 TIMES PIC X(4).
       01 WS-DEPT-SUB         PIC 99.
       01 WS-DEPT-FOUND       PIC X.

       01 WS-NEW-STATUS       PIC X.
       01 WS-NEW-BUDGET-HOURS PIC 9(7)V99.
       01 WS-NEW-BUDGET-AMOUNT PIC 9(9)V99.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "JOB-MAINT".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           DISPLAY "SELECT MODE (A=ADD JOBS, C=CHANGE STATUS/BUDGET, "
               "L=LIST JOBS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM LOAD-DEPARTMENT-CODES
                   PERFORM LOAD-JOB-TABLE
                   PERFORM ADD-JOBS
               WHEN MODE-CHANGE
                   PERFORM LOAD-JOB-TABLE
                   PERFORM CHANGE-JOBS
               WHEN MODE-LIST
                   PERFORM LIST-JOBS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-JOBS.
           OPEN EXTEND JobFile.
           IF WS-JOB-STATUS = "05" OR WS-JOB-STATUS = "35"
               OPEN OUTPUT JobFile
           END-IF.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOB FILE: STATUS "
                   WS-JOB-STATUS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   DISPLAY "ENTER JOB/PROJECT CODE (6 CHARACTERS): "
                   ACCEPT JB-JOB-CODE
                   DISPLAY "ENTER JOB DESCRIPTION: "
                   ACCEPT JB-JOB-NAME
                   DISPLAY "ENTER CHARGING DEPARTMENT CODE: "
                   ACCEPT JB-DEPT-CODE
                   DISPLAY "ENTER BUDGET HOURS (9999999.99): "
                   ACCEPT JB-BUDGET-HOURS
                   DISPLAY "ENTER BUDGET LABOR DOLLARS "
                       "(999999999.99): "
                   ACCEPT JB-BUDGET-AMOUNT
                   PERFORM CHECK-JOB-ENTRY
                   IF WS-JOB-VALID = "N"
                       DISPLAY "JOB REJECTED"
                   ELSE
                       MOVE "A" TO JB-STATUS
                       WRITE JOB-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       IF WS-JOB-COUNT < 500
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JB-JOB-CODE
                               TO WS-JB-CODE(WS-JOB-COUNT)
                       END-IF
                       DISPLAY "JOB " JB-JOB-CODE " ADDED."
                   END-IF
                   DISPLAY "ADD ANOTHER JOB (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               CLOSE JobFile
           END-IF.

       CHECK-JOB-ENTRY.
           MOVE "Y" TO WS-JOB-VALID.
           IF JB-JOB-CODE = SPACES
               DISPLAY "BLANK JOB CODE"
               MOVE "N" TO WS-JOB-VALID
           ELSE
               MOVE JB-JOB-CODE TO WS-LOOKUP-JOB
               PERFORM FIND-JOB-ENTRY
               IF WS-JOB-FOUND > 0
                   DISPLAY "JOB " JB-JOB-CODE " ALREADY ON FILE"
                   MOVE "N" TO WS-JOB-VALID
               END-IF
           END-IF.
           IF WS-DEPT-COUNT > 0
               MOVE "N" TO WS-DEPT-FOUND
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                       OR WS-DEPT-FOUND = "Y"
                   IF WS-DEPT-KEY(WS-DEPT-SUB) = JB-DEPT-CODE
                       MOVE "Y" TO WS-DEPT-FOUND
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = "N"
                   DISPLAY "DEPARTMENT " JB-DEPT-CODE
                       " NOT ON DEPARTMENT MASTER"
                   MOVE "N" TO WS-JOB-VALID
               END-IF
           END-IF.

       CHANGE-JOBS.
           IF WS-JOB-COUNT = 0
               DISPLAY "NO JOBS ON FILE."
           ELSE
               PERFORM UNTIL WS-END = "N"
                   DISPLAY "ENTER JOB/PROJECT CODE: "
                   ACCEPT WS-LOOKUP-JOB
                   PERFORM FIND-JOB-ENTRY
                   IF WS-JOB-FOUND = 0
                       DISPLAY "JOB " WS-LOOKUP-JOB " NOT ON FILE"
                   ELSE
                       PERFORM CHANGE-ONE-JOB
                   END-IF
                   DISPLAY "CHANGE ANOTHER JOB (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               IF WS-JOB-CHANGED = "Y"
                   PERFORM REWRITE-JOB-FILE
               END-IF
           END-IF.

       CHANGE-ONE-JOB.
           DISPLAY "JOB " WS-JB-CODE(WS-JOB-FOUND) " "
               WS-JB-NAME(WS-JOB-FOUND) " STATUS "
               WS-JB-STATUS(WS-JOB-FOUND).
           DISPLAY "BUDGET HOURS " WS-JB-BUDGET-HOURS(WS-JOB-FOUND)
               " BUDGET DOLLARS " WS-JB-BUDGET-AMOUNT(WS-JOB-FOUND).
           DISPLAY "ENTER NEW STATUS (A=ACTIVE, H=ON HOLD, "
               "C=CLOSED): ".
           ACCEPT WS-NEW-STATUS.
           IF WS-NEW-STATUS NOT = "A" AND NOT = "H" AND NOT = "C"
               DISPLAY "INVALID STATUS - JOB NOT CHANGED"
           ELSE
               DISPLAY "ENTER NEW BUDGET HOURS (0=NO CHANGE): "
               ACCEPT WS-NEW-BUDGET-HOURS
               DISPLAY "ENTER NEW BUDGET DOLLARS (0=NO CHANGE): "
               ACCEPT WS-NEW-BUDGET-AMOUNT
               MOVE WS-NEW-STATUS TO WS-JB-STATUS(WS-JOB-FOUND)
               IF WS-NEW-BUDGET-HOURS > ZERO
                   MOVE WS-NEW-BUDGET-HOURS
                       TO WS-JB-BUDGET-HOURS(WS-JOB-FOUND)
               END-IF
               IF WS-NEW-BUDGET-AMOUNT > ZERO
                   MOVE WS-NEW-BUDGET-AMOUNT
                       TO WS-JB-BUDGET-AMOUNT(WS-JOB-FOUND)
               END-IF
               MOVE "Y" TO WS-JOB-CHANGED
               ADD 1 TO WS-WRITTEN-COUNT
               DISPLAY "JOB " WS-LOOKUP-JOB " CHANGED."
           END-IF.

       REWRITE-JOB-FILE.
           OPEN OUTPUT JobFile.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING JOB FILE: STATUS "
                   WS-JOB-STATUS
           ELSE
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   MOVE WS-JB-CODE(WS-JOB-SUB)  TO JB-JOB-CODE
                   MOVE WS-JB-NAME(WS-JOB-SUB)  TO JB-JOB-NAME
                   MOVE WS-JB-DEPT(WS-JOB-SUB)  TO JB-DEPT-CODE
                   MOVE WS-JB-BUDGET-HOURS(WS-JOB-SUB)
                       TO JB-BUDGET-HOURS
                   MOVE WS-JB-BUDGET-AMOUNT(WS-JOB-SUB)
                       TO JB-BUDGET-AMOUNT
                   MOVE WS-JB-STATUS(WS-JOB-SUB) TO JB-STATUS
                   WRITE JOB-RECORD
               END-PERFORM
               CLOSE JobFile
           END-IF.

       FIND-JOB-ENTRY.
           MOVE 0 TO WS-JOB-FOUND.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
                   OR WS-JOB-FOUND > 0
               IF WS-JB-CODE(WS-JOB-SUB) = WS-LOOKUP-JOB
                   MOVE WS-JOB-SUB TO WS-JOB-FOUND
               END-IF
           END-PERFORM.

       LOAD-JOB-TABLE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JobFile.
           IF WS-JOB-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ JobFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-JOB-COUNT < 500
                               ADD 1 TO WS-JOB-COUNT
                               MOVE JB-JOB-CODE
                                   TO WS-JB-CODE(WS-JOB-COUNT)
                               MOVE JB-JOB-NAME
                                   TO WS-JB-NAME(WS-JOB-COUNT)
                               MOVE JB-DEPT-CODE
                                   TO WS-JB-DEPT(WS-JOB-COUNT)
                               MOVE JB-BUDGET-HOURS
                                   TO WS-JB-BUDGET-HOURS(WS-JOB-COUNT)
                               MOVE JB-BUDGET-AMOUNT
                                   TO WS-JB-BUDGET-AMOUNT(WS-JOB-COUNT)
                               MOVE JB-STATUS
                                   TO WS-JB-STATUS(WS-JOB-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 500 JOBS ON FILE - "
                                   "JOB " JB-JOB-CODE " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.
           MOVE "N" TO WS-EOF.

       LOAD-DEPARTMENT-CODES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DepartmentFile.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-DEPT-COUNT >= 50
                   READ DepartmentFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DP-DEPT-CODE
                               TO WS-DEPT-KEY(WS-DEPT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
           END-IF.
           MOVE "N" TO WS-EOF.

       LIST-JOBS.
           OPEN INPUT JobFile.
           IF WS-JOB-STATUS NOT = "00"
               DISPLAY "JOB FILE NOT FOUND."
           ELSE
               DISPLAY "JOB    DESCRIPTION          DEPT "
                   "BUDGET HOURS BUDGET DOLLARS ST"
               PERFORM UNTIL WS-EOF = "Y"
                   READ JobFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY JB-JOB-CODE " " JB-JOB-NAME " "
                               JB-DEPT-CODE " " JB-BUDGET-HOURS " "
                               JB-BUDGET-AMOUNT " " JB-STATUS
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.
