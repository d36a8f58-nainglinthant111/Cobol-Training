       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PositionFile ASSIGN TO "positions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PositionFile.
       COPY "Position.cpy".

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-POSITION-STATUS  PIC XX.
       01 WS-DEPT-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-POSITION-TABLE.
           02 WS-POS-COUNT PIC 9(4) VALUE 0.
           02 WS-POS-ENTRY OCCURS 2000 TIMES.
             03 WS-POS-IMAGE   PIC X(60).
       01 WS-POS-SUB          PIC 9(4).
       01 WS-POS-FOUND        PIC 9(4).
       01 WS-POS-CHANGED      PIC X VALUE "N".
       01 WS-POSITION-NUMBER  PIC 9(5).
       01 WS-POSITION-VALID   PIC X.

       01 WS-DEPT-TABLE.
           02 WS-DEPT-COUNT PIC 99 VALUE 0.
           02 WS-DEPT-ENTRY OCCURS 50 TIMES.
             03 WS-DEPT-KEY   PIC X(4).
       01 WS-DEPT-SUB         PIC 99.
       01 WS-DEPT-OK          PIC X.

       01 WS-NEW-FTE          PIC 9V99.
       01 WS-NEW-GRADE        PIC X(3).
       01 WS-NEW-TITLE        PIC X(20).
       01 WS-NEW-STATUS       PIC X.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "POSITION-MAINT".
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (A=ADD POSITIONS, C=CHANGE POSITION, "
               "L=LIST POSITIONS): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-DEPARTMENTS.
           PERFORM LOAD-POSITIONS.
           IF WS-EOF NOT = "Y"
               DISPLAY "POSITION FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-POSITIONS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-POSITIONS
               WHEN MODE-LIST
                   PERFORM LIST-POSITIONS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF WS-POS-CHANGED = "Y"
               PERFORM REWRITE-POSITIONS
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-POSITIONS.
           PERFORM UNTIL WS-END = "N"
               PERFORM ADD-ONE-POSITION
               DISPLAY "ADD ANOTHER POSITION (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       ADD-ONE-POSITION.
           DISPLAY "ENTER POSITION NUMBER (5 DIGITS): ".
           ACCEPT WS-POSITION-NUMBER.
           PERFORM FIND-POSITION.
           MOVE WS-POSITION-NUMBER TO PN-POSITION-NUMBER.
           DISPLAY "ENTER DEPARTMENT CODE (4 CHARACTERS): ".
           ACCEPT PN-DEPT-CODE.
           DISPLAY "ENTER PAY GRADE: ".
           ACCEPT PN-PAY-GRADE.
           DISPLAY "ENTER POSITION TITLE: ".
           ACCEPT PN-TITLE.
           DISPLAY "ENTER BUDGETED FTE (9.99, E.G. 1.00 OR 0.50): ".
           ACCEPT PN-BUDGETED-FTE.
           PERFORM CHECK-DEPARTMENT.
           MOVE "Y" TO WS-POSITION-VALID.
           IF WS-POSITION-NUMBER = ZERO
               DISPLAY "POSITION NUMBER REQUIRED"
               MOVE "N" TO WS-POSITION-VALID
           END-IF.
           IF WS-POS-FOUND NOT = 0
               DISPLAY "POSITION " WS-POSITION-NUMBER
                   " ALREADY ON FILE"
               MOVE "N" TO WS-POSITION-VALID
           END-IF.
           IF WS-DEPT-OK NOT = "Y"
               DISPLAY "DEPARTMENT " PN-DEPT-CODE
                   " NOT ON DEPARTMENT MASTER"
               MOVE "N" TO WS-POSITION-VALID
           END-IF.
           IF PN-BUDGETED-FTE = ZERO OR PN-BUDGETED-FTE > 1
               DISPLAY "BUDGETED FTE MUST BE GREATER THAN ZERO AND "
                   "NOT MORE THAN 1.00"
               MOVE "N" TO WS-POSITION-VALID
           END-IF.
           IF WS-POSITION-VALID = "N"
               DISPLAY "POSITION REJECTED"
           ELSE
           IF WS-POS-COUNT >= 2000
               DISPLAY "POSITION TABLE FULL - POSITION REJECTED"
           ELSE
               MOVE ZERO TO PN-INCUMBENT-ID
               MOVE "A" TO PN-STATUS
               MOVE ZERO TO PN-FILLED-DATE
               MOVE ZERO TO PN-VACATED-DATE
               ADD 1 TO WS-POS-COUNT
               MOVE POSITION-RECORD TO WS-POS-IMAGE(WS-POS-COUNT)
               MOVE "Y" TO WS-POS-CHANGED
               DISPLAY "POSITION " PN-POSITION-NUMBER " ADDED."
           END-IF END-IF.

       CHANGE-POSITIONS.
           PERFORM UNTIL WS-END = "N"
               PERFORM CHANGE-ONE-POSITION
               DISPLAY "CHANGE ANOTHER POSITION (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       CHANGE-ONE-POSITION.
           DISPLAY "ENTER POSITION NUMBER: ".
           ACCEPT WS-POSITION-NUMBER.
           PERFORM FIND-POSITION.
           IF WS-POS-FOUND = 0
               DISPLAY "POSITION " WS-POSITION-NUMBER " NOT ON FILE"
           ELSE
               MOVE WS-POS-IMAGE(WS-POS-FOUND) TO POSITION-RECORD
               DISPLAY "DEPT " PN-DEPT-CODE " GRADE " PN-PAY-GRADE
                   " " PN-TITLE " FTE " PN-BUDGETED-FTE
                   " INCUMBENT " PN-INCUMBENT-ID " STATUS " PN-STATUS
               DISPLAY "ENTER NEW PAY GRADE (BLANK = NO CHANGE): "
               MOVE SPACES TO WS-NEW-GRADE
               ACCEPT WS-NEW-GRADE
               DISPLAY "ENTER NEW TITLE (BLANK = NO CHANGE): "
               MOVE SPACES TO WS-NEW-TITLE
               ACCEPT WS-NEW-TITLE
               DISPLAY "ENTER NEW BUDGETED FTE (0 = NO CHANGE): "
               ACCEPT WS-NEW-FTE
               DISPLAY "ENTER NEW STATUS (A=OPEN, C=CLOSED, "
                   "BLANK = NO CHANGE): "
               MOVE SPACE TO WS-NEW-STATUS
               ACCEPT WS-NEW-STATUS
               MOVE "Y" TO WS-POSITION-VALID
               IF WS-NEW-FTE > 1
                   DISPLAY "BUDGETED FTE MAY NOT EXCEED 1.00"
                   MOVE "N" TO WS-POSITION-VALID
               END-IF
               IF WS-NEW-STATUS NOT = SPACE
                       AND WS-NEW-STATUS NOT = "A"
                       AND WS-NEW-STATUS NOT = "C"
                   DISPLAY "INVALID STATUS"
                   MOVE "N" TO WS-POSITION-VALID
               END-IF
               IF WS-NEW-STATUS = "C" AND PN-INCUMBENT-ID NOT = ZERO
                   DISPLAY "POSITION IS FILLED BY EMPLOYEE "
                       PN-INCUMBENT-ID " - IT CANNOT BE CLOSED"
                   MOVE "N" TO WS-POSITION-VALID
               END-IF
               IF WS-POSITION-VALID = "N"
                   DISPLAY "CHANGE REJECTED"
               ELSE
                   IF WS-NEW-GRADE NOT = SPACES
                       MOVE WS-NEW-GRADE TO PN-PAY-GRADE
                   END-IF
                   IF WS-NEW-TITLE NOT = SPACES
                       MOVE WS-NEW-TITLE TO PN-TITLE
                   END-IF
                   IF WS-NEW-FTE NOT = ZERO
                       MOVE WS-NEW-FTE TO PN-BUDGETED-FTE
                   END-IF
                   IF WS-NEW-STATUS NOT = SPACE
                       MOVE WS-NEW-STATUS TO PN-STATUS
                   END-IF
                   MOVE POSITION-RECORD TO WS-POS-IMAGE(WS-POS-FOUND)
                   MOVE "Y" TO WS-POS-CHANGED
                   DISPLAY "POSITION " PN-POSITION-NUMBER " UPDATED."
               END-IF
           END-IF.

       LIST-POSITIONS.
           DISPLAY "POSN   DEPT GRD TITLE                 FTE  "
               "INCUMBENT ST FILLED".
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
               DISPLAY PN-POSITION-NUMBER "  " PN-DEPT-CODE " "
                   PN-PAY-GRADE " " PN-TITLE "  " PN-BUDGETED-FTE
                   "  " PN-INCUMBENT-ID "     " PN-STATUS "  "
                   PN-FILLED-DATE
           END-PERFORM.
           DISPLAY "POSITIONS ON FILE: " WS-POS-COUNT.

       FIND-POSITION.
           MOVE 0 TO WS-POS-FOUND.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
               IF PN-POSITION-NUMBER = WS-POSITION-NUMBER
                   MOVE WS-POS-SUB TO WS-POS-FOUND
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               END-IF
           END-PERFORM.

       CHECK-DEPARTMENT.
           IF WS-DEPT-COUNT = 0
               MOVE "Y" TO WS-DEPT-OK
           ELSE
               MOVE "N" TO WS-DEPT-OK
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   IF WS-DEPT-KEY(WS-DEPT-SUB) = PN-DEPT-CODE
                       MOVE "Y" TO WS-DEPT-OK
                       MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-DEPARTMENTS.
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

       LOAD-POSITIONS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PositionFile.
           IF WS-POSITION-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-POS-COUNT >= 2000
                   READ PositionFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-POS-COUNT
                           MOVE POSITION-RECORD
                               TO WS-POS-IMAGE(WS-POS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PositionFile
           END-IF.

       REWRITE-POSITIONS.
           OPEN OUTPUT PositionFile.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE POSITION FILE: STATUS "
                   WS-POSITION-STATUS
           ELSE
               PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                       UNTIL WS-POS-SUB > WS-POS-COUNT
                   MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
                   WRITE POSITION-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE PositionFile
           END-IF.
