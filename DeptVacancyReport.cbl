       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-VACANCY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PositionFile ASSIGN TO "positions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PositionFile.
       COPY "Position.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-POSITION-STATUS  PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-DEPT-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-DEPT-TABLE.
           02 WS-DEPT-COUNT PIC 99 VALUE 0.
           02 WS-DEPT-ENTRY OCCURS 50 TIMES.
             03 WS-DEPT-KEY      PIC X(4).
             03 WS-DEPT-NAME     PIC X(20).
             03 WS-DEPT-BUDGET   PIC 9(4)V99.
             03 WS-DEPT-FILLED   PIC 9(4)V99.
             03 WS-DEPT-UNPOSITIONED PIC 9(4).
             03 WS-DEPT-VACANT   PIC 9(4).
             03 WS-DEPT-VACANT-FTE PIC 9(4)V99.
       01 WS-DEPT-SUB         PIC 99.
       01 WS-ENTRY-SUB        PIC 99.
       01 WS-ENTRY-FOUND      PIC X.
       01 WS-LOOKUP-DEPT      PIC X(4).

       01 WS-POSITION-TABLE.
           02 WS-POS-COUNT PIC 9(4) VALUE 0.
           02 WS-POS-ENTRY OCCURS 2000 TIMES.
             03 WS-POS-NUMBER    PIC 9(5).
             03 WS-POS-DEPT      PIC X(4).
             03 WS-POS-GRADE     PIC X(3).
             03 WS-POS-TITLE     PIC X(20).
             03 WS-POS-FTE       PIC 9V99.
             03 WS-POS-INCUMBENT PIC 9(5).
             03 WS-POS-VACATED   PIC 9(8).
       01 WS-POS-SUB          PIC 9(4).
       01 WS-INCUMBENT        PIC X.

       01 WS-DEPT-ACTUAL      PIC 9(4)V99.
       01 WS-DEPT-OVER        PIC 9(4)V99.
       01 WS-COMPANY-BUDGET   PIC 9(5)V99 VALUE 0.
       01 WS-COMPANY-ACTUAL   PIC 9(5)V99 VALUE 0.
       01 WS-COMPANY-VACANT   PIC 9(5) VALUE 0.
       01 WS-OVER-BUDGET-COUNT PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-DEPARTMENT-NAMES.

           OPEN INPUT PositionFile.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSITION FILE: STATUS "
                   WS-POSITION-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y" OR WS-POS-COUNT >= 2000
               READ PositionFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PN-STATUS = "A"
                           PERFORM ACCUMULATE-POSITION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PositionFile.
           IF WS-EOF NOT = "Y"
               DISPLAY "POSITION FILE EXCEEDS 2000 RECORDS - "
                   "REPORT IS INCOMPLETE"
           END-IF.
           MOVE "N" TO WS-EOF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EM-EMPLOYEE-STATUS = "A"
                           PERFORM CHECK-UNPOSITIONED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

           PERFORM PRINT-VACANCY-REPORT.

           STOP RUN.

       LOAD-DEPARTMENT-NAMES.
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
                           MOVE DP-DEPT-NAME
                               TO WS-DEPT-NAME(WS-DEPT-COUNT)
                           PERFORM CLEAR-DEPT-TOTALS
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
               MOVE "N" TO WS-EOF
           END-IF.

       CLEAR-DEPT-TOTALS.
           MOVE 0 TO WS-DEPT-BUDGET(WS-DEPT-COUNT).
           MOVE 0 TO WS-DEPT-FILLED(WS-DEPT-COUNT).
           MOVE 0 TO WS-DEPT-UNPOSITIONED(WS-DEPT-COUNT).
           MOVE 0 TO WS-DEPT-VACANT(WS-DEPT-COUNT).
           MOVE 0 TO WS-DEPT-VACANT-FTE(WS-DEPT-COUNT).

       ACCUMULATE-POSITION.
           ADD 1 TO WS-POS-COUNT.
           MOVE PN-POSITION-NUMBER TO WS-POS-NUMBER(WS-POS-COUNT).
           MOVE PN-DEPT-CODE       TO WS-POS-DEPT(WS-POS-COUNT).
           MOVE PN-PAY-GRADE       TO WS-POS-GRADE(WS-POS-COUNT).
           MOVE PN-TITLE           TO WS-POS-TITLE(WS-POS-COUNT).
           MOVE PN-BUDGETED-FTE    TO WS-POS-FTE(WS-POS-COUNT).
           MOVE PN-INCUMBENT-ID    TO WS-POS-INCUMBENT(WS-POS-COUNT).
           MOVE PN-VACATED-DATE    TO WS-POS-VACATED(WS-POS-COUNT).
           MOVE PN-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-ENTRY-FOUND = "Y"
               ADD PN-BUDGETED-FTE TO WS-DEPT-BUDGET(WS-ENTRY-SUB)
               IF PN-INCUMBENT-ID = ZERO
                   ADD 1 TO WS-DEPT-VACANT(WS-ENTRY-SUB)
                   ADD PN-BUDGETED-FTE
                       TO WS-DEPT-VACANT-FTE(WS-ENTRY-SUB)
               ELSE
                   ADD PN-BUDGETED-FTE TO WS-DEPT-FILLED(WS-ENTRY-SUB)
               END-IF
           END-IF.

       CHECK-UNPOSITIONED.
           MOVE "N" TO WS-INCUMBENT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-INCUMBENT(WS-POS-SUB) = EM-EMPLOYEE-ID-PACKED
                   MOVE "Y" TO WS-INCUMBENT
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               END-IF
           END-PERFORM.
           IF WS-INCUMBENT = "N"
               MOVE EM-DEPT-CODE TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-ENTRY-FOUND = "Y"
                   ADD 1 TO WS-DEPT-UNPOSITIONED(WS-ENTRY-SUB)
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-ENTRY-FOUND = "Y"
               IF WS-DEPT-KEY(WS-DEPT-SUB) = WS-LOOKUP-DEPT
                   MOVE "Y" TO WS-ENTRY-FOUND
                   MOVE WS-DEPT-SUB TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = "N" AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-ENTRY-SUB
               MOVE WS-LOOKUP-DEPT TO WS-DEPT-KEY(WS-ENTRY-SUB)
               MOVE "NOT ON DEPT MASTER"
                   TO WS-DEPT-NAME(WS-ENTRY-SUB)
               PERFORM CLEAR-DEPT-TOTALS
               MOVE "Y" TO WS-ENTRY-FOUND
           END-IF.

       PRINT-VACANCY-REPORT.
           DISPLAY " ".
           DISPLAY "POSITION VACANCIES AND BUDGET BY DEPARTMENT".
           DISPLAY "========================================"
               "========================".
           DISPLAY "DEPT  NAME                  BUDGET  ACTUAL "
               "UNPOSN VACANT  OVER".
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               COMPUTE WS-DEPT-ACTUAL =
                   WS-DEPT-FILLED(WS-DEPT-SUB)
                 + WS-DEPT-UNPOSITIONED(WS-DEPT-SUB)
               MOVE 0 TO WS-DEPT-OVER
               IF WS-DEPT-ACTUAL > WS-DEPT-BUDGET(WS-DEPT-SUB)
                   COMPUTE WS-DEPT-OVER =
                       WS-DEPT-ACTUAL - WS-DEPT-BUDGET(WS-DEPT-SUB)
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               END-IF
               IF WS-DEPT-BUDGET(WS-DEPT-SUB) > 0
                       OR WS-DEPT-ACTUAL > 0
                   DISPLAY WS-DEPT-KEY(WS-DEPT-SUB) "  "
                       WS-DEPT-NAME(WS-DEPT-SUB) "  "
                       WS-DEPT-BUDGET(WS-DEPT-SUB) " "
                       WS-DEPT-ACTUAL " "
                       WS-DEPT-UNPOSITIONED(WS-DEPT-SUB) "   "
                       WS-DEPT-VACANT(WS-DEPT-SUB) "  "
                       WS-DEPT-OVER
                   IF WS-DEPT-OVER > 0
                       DISPLAY "      *** OVER BUDGET BY "
                           WS-DEPT-OVER " FTE ***"
                   END-IF
                   PERFORM PRINT-DEPT-VACANCIES
                   ADD WS-DEPT-BUDGET(WS-DEPT-SUB) TO WS-COMPANY-BUDGET
                   ADD WS-DEPT-ACTUAL TO WS-COMPANY-ACTUAL
                   ADD WS-DEPT-VACANT(WS-DEPT-SUB) TO WS-COMPANY-VACANT
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------"
               "------------------------".
           DISPLAY "COMPANY BUDGETED FTE       : " WS-COMPANY-BUDGET.
           DISPLAY "COMPANY ACTUAL FTE         : " WS-COMPANY-ACTUAL.
           DISPLAY "VACANT POSITIONS           : " WS-COMPANY-VACANT.
           DISPLAY "DEPARTMENTS OVER BUDGET    : " WS-OVER-BUDGET-COUNT.

       PRINT-DEPT-VACANCIES.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-POS-DEPT(WS-POS-SUB) = WS-DEPT-KEY(WS-DEPT-SUB)
                       AND WS-POS-INCUMBENT(WS-POS-SUB) = ZERO
                   DISPLAY "      VACANT " WS-POS-NUMBER(WS-POS-SUB)
                       " " WS-POS-GRADE(WS-POS-SUB) " "
                       WS-POS-TITLE(WS-POS-SUB) " "
                       WS-POS-FTE(WS-POS-SUB) " SINCE "
                       WS-POS-VACATED(WS-POS-SUB)
               END-IF
           END-PERFORM.
