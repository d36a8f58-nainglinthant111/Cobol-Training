               ACCESS MODE IS RANDOM
               RECORD KEY IS XE-NAME-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT PositionFile ASSIGN TO "positions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT WcRateFile ASSIGN TO "wcrates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       FD WcRateFile.
       COPY "WcRate.cpy".

       FD EmployeeTransFile.
       01 EMPLOYEE-TRANS-RECORD.
           02 ET-RECORD-TYPE      PIC X.
           02 ET-BIRTH-DATE       PIC 9(8).
           02 ET-AGE              PIC 99.
           02 ET-WITHHOLDING-RATE PIC 9V999.
           02 ET-PAY-TYPE         PIC X.
           02 ET-POSITION-NUMBER  PIC 9(5).
           02 ET-COMPANY-CODE     PIC XX.
       01 EMPLOYEE-TRANS-HEADER REDEFINES EMPLOYEE-TRANS-RECORD.
           02 FILLER              PIC X.
           02 ET-HEADER-DATE      PIC 9(8).
           02 FILLER              PIC X(65).
       01 EMPLOYEE-TRANS-TRAILER REDEFINES EMPLOYEE-TRANS-RECORD.
           02 FILLER              PIC X.
           02 ET-TRAILER-COUNT    PIC 9(6).
           02 FILLER              PIC X(67).

       FD TransErrorFile.
       01 TRANS-ERROR-RECORD.
       FD EmpNameXrefFile.
       COPY "EmpNameXref.cpy".

       FD PositionFile.
       COPY "Position.cpy".

       WORKING-STORAGE SECTION.

       01 EMPLOYEE-RECORD.
       01 PAYMENT-METHOD       PIC X.
           88 PAY-BY-CHECK     VALUE 'C'.
           88 PAY-BY-DEPOSIT   VALUE 'D'.
       01 PAY-TYPE             PIC X.
           88 PAY-SALARIED     VALUE 'S'.
           88 PAY-HOURLY       VALUE 'H'.
       01 BANK-ROUTING         PIC 9(9).
       01 BANK-ACCOUNT         PIC X(17).
       01 WORK-STATE           PIC XX.
       01 SOCIAL-SECURITY-NO   PIC 9(9).
       01 HOME-ADDRESS.
           02 HOME-STREET      PIC X(22).
           02 HOME-CITY        PIC X(22).
           02 HOME-STATE       PIC XX.
           02 HOME-ZIP         PIC X(5).
       01 DEPT-CODE            PIC X(4).
       01 WC-CLASS-CODE        PIC X(4).
       01 POSITION-NUMBER      PIC 9(5).
       01 COMPANY-CODE         PIC XX.
       01 WS-INSURANCE-BAND    PIC X(12).

       01 WS-WRITE-TIMESTAMP  PIC 9(8).
       01 WS-DEPT-SUB         PIC 99.
       01 WS-DEPT-OK          PIC X.

       01 WS-WCRATE-STATUS    PIC XX.
       01 WS-WCRATE-EOF       PIC X VALUE "N".
       01 WS-WC-TABLE.
           02 WS-WC-COUNT PIC 9(3) VALUE 0.
           02 WS-WC-ENTRY OCCURS 500 TIMES.
             03 WS-WC-CLASS   PIC X(4).
             03 WS-WC-STATE   PIC XX.
       01 WS-WC-SUB           PIC 9(3).
       01 WS-WC-OK            PIC X.

       01 WS-POSITION-STATUS  PIC XX.
       01 WS-POSITION-EOF     PIC X VALUE "N".
       01 WS-POSITION-TABLE.
           02 WS-POS-COUNT PIC 9(4) VALUE 0.
           02 WS-POS-ENTRY OCCURS 2000 TIMES.
             03 WS-POS-IMAGE   PIC X(60).
       01 WS-POS-SUB          PIC 9(4).
       01 WS-POS-FOUND        PIC 9(4).
       01 WS-POSITION-OK      PIC X.
       01 WS-POSITION-REASON  PIC X(40).
       01 WS-NEW-HIRE         PIC X.
       01 WS-MASTER-EOF       PIC X.
       01 WS-INCUMBENT        PIC X.
       01 WS-BUDGET-DEPT      PIC X(4).
       01 WS-DEPT-BUDGET-FTE  PIC 9(4)V99.
       01 WS-DEPT-FILLED-FTE  PIC 9(4)V99.
       01 WS-HIRE-FTE         PIC 9V99.
       01 WS-COMPANY-OK       PIC X.
       01 WS-COMPANY-REASON   PIC X(40).
       01 WS-ACCESS-STATUS    PIC X.

       01 WS-BAND-TABLE.
           02 WS-BAND-COUNT PIC 99 VALUE 0.
           02 WS-BAND-ENTRY OCCURS 20 TIMES.

           PERFORM LOAD-GRADE-BANDS.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM LOAD-WC-CLASSES.
           PERFORM LOAD-POSITIONS.
           IF WS-POSITION-EOF NOT = "Y"
               DISPLAY "POSITION FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               GOBACK
           END-IF.

           DISPLAY "SELECT MODE (I=INTERACTIVE ENTRY, B=BATCH LOAD): ".
           ACCEPT WS-RUN-MODE.
       INTERACTIVE-ENTRY.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT EMPLOYEE-ID.
           PERFORM CHECK-NEW-HIRE.

           MOVE "Y" TO WS-COMPANY-OK.
           IF WS-NEW-HIRE = "Y"
               DISPLAY "ENTER COMPANY CODE (BLANK = 01): "
               ACCEPT COMPANY-CODE
               PERFORM CHECK-COMPANY-CODE
               IF WS-COMPANY-OK NOT = "Y"
                   DISPLAY WS-COMPANY-REASON " " COMPANY-CODE
               END-IF
           END-IF.

           DISPLAY "ENTER FIRST NAME: ".
           ACCEPT FIRST-NAME.
           DISPLAY "ENTER SALARY: ".
           ACCEPT SALARY.

           DISPLAY "ENTER PAY TYPE (S=SALARIED EXEMPT, H=HOURLY "
               "NON-EXEMPT): ".
           ACCEPT PAY-TYPE.
           IF NOT PAY-SALARIED
               MOVE "H" TO PAY-TYPE
           END-IF.

           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER HIRE DATE (MMDDYYYY): "
           DISPLAY "ENTER EMPLOYEE AGE: ".
           ACCEPT EMPLOYEE-AGE.

           DISPLAY "ENTER SOCIAL SECURITY NUMBER (9 DIGITS): ".
           ACCEPT SOCIAL-SECURITY-NO.
           DISPLAY "ENTER HOME STREET ADDRESS: ".
           ACCEPT HOME-STREET.
           DISPLAY "ENTER HOME CITY: ".
           ACCEPT HOME-CITY.
           DISPLAY "ENTER HOME STATE (2 CHARACTERS): ".
           ACCEPT HOME-STATE.
           DISPLAY "ENTER HOME ZIP CODE: ".
           ACCEPT HOME-ZIP.

           MOVE SALARY TO REGULAR-RATE OVERTIME-RATE HOLIDAY-RATE.

           DISPLAY "ENTER ANNUAL WITHHOLDING RATE CHANGE (0.XXX): ".
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-WC-OK.
           PERFORM UNTIL WS-WC-OK = "Y"
               DISPLAY "ENTER WORKERS COMP CLASS CODE "
                   "(4 CHARACTERS): "
               ACCEPT WC-CLASS-CODE
               PERFORM CHECK-WC-CLASS
               IF WS-WC-OK NOT = "Y"
                   DISPLAY "CLASS " WC-CLASS-CODE
                       " HAS NO RATE FOR STATE " WORK-STATE
                       " - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           IF WC-CLASS-CODE = SPACES
               DISPLAY "NO CLASS CODE - EMPLOYEE WILL BE FLAGGED ON "
                   "THE WORKERS COMP AUDIT REPORT"
           END-IF.

           MOVE "Y" TO WS-POSITION-OK.
           IF WS-NEW-HIRE = "Y"
               MOVE "N" TO WS-POSITION-OK
               MOVE 99999 TO POSITION-NUMBER
               PERFORM UNTIL WS-POSITION-OK = "Y"
                       OR POSITION-NUMBER = ZERO
                   DISPLAY "ENTER VACANT POSITION NUMBER "
                       "(0 = CANCEL HIRE): "
                   ACCEPT POSITION-NUMBER
                   IF POSITION-NUMBER NOT = ZERO
                       PERFORM CHECK-POSITION
                       IF WS-POSITION-OK NOT = "Y"
                           DISPLAY WS-POSITION-REASON
                               " - PLEASE RE-ENTER"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY "ENTER PAYMENT METHOD (C=CHECK, D=DIRECT "
               "DEPOSIT): ".
           ACCEPT PAYMENT-METHOD.
           DISPLAY "EMPLOYEE DETAILS".
           DISPLAY "-----------------".
           DISPLAY "EMPLOYEE ID      : " EMPLOYEE-ID.
           DISPLAY "COMPANY          : " COMPANY-CODE.
           DISPLAY "FULL NAME        : " WS-FULL-NAME.
           DISPLAY "MANAGER ID       : " MANAGER-ID.
           DISPLAY "PAY GRADE        : " PAY-GRADE.
           DISPLAY "SALARY           : " SALARY.
           DISPLAY "PAY TYPE         : " PAY-TYPE.
           DISPLAY "REGULAR RATE     : " REGULAR-RATE.
           DISPLAY "OVERTIME RATE    : " OVERTIME-RATE.
           DISPLAY "HOLIDAY RATE     : " HOLIDAY-RATE.
           DISPLAY "HIRE DATE (MMDDYYYY): " HIRE-MONTH "/" HIRE-DAY
               "/" HIRE-YEAR.
           DISPLAY "EMPLOYEE AGE     : " EMPLOYEE-AGE.
           DISPLAY "SOCIAL SECURITY  : " SOCIAL-SECURITY-NO.
           DISPLAY "HOME ADDRESS     : " HOME-STREET " " HOME-CITY
               " " HOME-STATE " " HOME-ZIP.
           DISPLAY "WC CLASS CODE    : " WC-CLASS-CODE.
           DISPLAY "INSURANCE BAND   : " WS-INSURANCE-BAND.
           DISPLAY "FEDERAL WITHHOLDING RATE: " FEDERAL-WITHHOLDING-RATE.
           DISPLAY "STATE WITHHOLDING RATE  : " STATE-WITHHOLDING-RATE.
           ELSE
               DISPLAY "STATUS          : INACTIVE".

           IF WS-COMPANY-OK NOT = "Y"
               DISPLAY "EMPLOYEE RECORD NOT SAVED - A NEW HIRE "
                   "REQUIRES A COMPANY THE OPERATOR MAY USE"
           ELSE
           IF WS-POSITION-OK NOT = "Y"
               DISPLAY "EMPLOYEE RECORD NOT SAVED - A NEW HIRE "
                   "REQUIRES A VACANT BUDGETED POSITION"
           ELSE
               PERFORM SAVE-EMPLOYEE-RECORD
           END-IF END-IF.

       BATCH-LOAD.
           OPEN INPUT EmployeeTransFile.
               MOVE ET-HIRE-DATE       TO HIRE-DATE
               MOVE ET-BIRTH-DATE      TO BIRTH-DATE
               MOVE ET-AGE             TO EMPLOYEE-AGE
               MOVE ET-PAY-TYPE        TO PAY-TYPE
               IF NOT PAY-SALARIED
                   MOVE "H" TO PAY-TYPE
               END-IF
               MOVE SALARY TO REGULAR-RATE OVERTIME-RATE HOLIDAY-RATE
               MOVE "C" TO PAYMENT-METHOD
               MOVE ZERO TO BANK-ROUTING
               MOVE SPACES TO BANK-ACCOUNT
               MOVE SPACES TO WORK-STATE
               MOVE SPACES TO DEPT-CODE
               MOVE SPACES TO WC-CLASS-CODE
               MOVE ZERO TO SOCIAL-SECURITY-NO
               MOVE SPACES TO HOME-ADDRESS
               MOVE ET-WITHHOLDING-RATE TO WITHHOLDING-RATE
               MOVE WITHHOLDING-RATE TO FEDERAL-WITHHOLDING-RATE
                   STATE-WITHHOLDING-RATE LOCAL-WITHHOLDING-RATE
               PERFORM CHECK-NEW-HIRE
               MOVE "Y" TO WS-COMPANY-OK
               MOVE "Y" TO WS-POSITION-OK
               IF WS-NEW-HIRE = "Y"
                   MOVE ET-COMPANY-CODE TO COMPANY-CODE
                   PERFORM CHECK-COMPANY-CODE
                   MOVE ET-POSITION-NUMBER TO POSITION-NUMBER
                   PERFORM CHECK-POSITION
                   IF WS-POSITION-OK = "Y"
                       MOVE PN-DEPT-CODE TO DEPT-CODE
                   END-IF
               END-IF
               PERFORM CHECK-SALARY-BAND
               IF WS-COMPANY-OK NOT = "Y"
                   MOVE WS-COMPANY-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
               IF WS-POSITION-OK NOT = "Y"
                   MOVE WS-POSITION-REASON TO WS-REJECT-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
               IF NOT SALARY-BAND-OK
                   MOVE "SALARY OUTSIDE GRADE BAND"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
                   PERFORM WRITE-EMPLOYEE-MASTER
               END-IF END-IF END-IF
           ELSE
               PERFORM WRITE-TRANS-ERROR
           END-IF.
               CLOSE DepartmentFile
           END-IF.

       CHECK-NEW-HIRE.
           MOVE "Y" TO WS-NEW-HIRE.
           MOVE SPACES TO COMPANY-CODE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-NEW-HIRE
                   NOT INVALID KEY
                       MOVE "N" TO WS-NEW-HIRE
                       MOVE EM-COMPANY-CODE TO COMPANY-CODE
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       CHECK-COMPANY-CODE.
           IF COMPANY-CODE = SPACES
               MOVE "01" TO COMPANY-CODE
           END-IF.
           CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID COMPANY-CODE
               WS-ACCESS-STATUS.
           EVALUATE WS-ACCESS-STATUS
               WHEN "A"
                   MOVE "Y" TO WS-COMPANY-OK
               WHEN "N"
                   MOVE "N" TO WS-COMPANY-OK
                   MOVE "COMPANY NOT ON FILE" TO WS-COMPANY-REASON
               WHEN OTHER
                   MOVE "N" TO WS-COMPANY-OK
                   MOVE "OPERATOR NOT AUTHORIZED FOR COMPANY"
                       TO WS-COMPANY-REASON
           END-EVALUATE.

       CHECK-POSITION.
           MOVE "N" TO WS-POSITION-OK.
           MOVE 0 TO WS-POS-FOUND.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
               IF PN-POSITION-NUMBER = POSITION-NUMBER
                   MOVE WS-POS-SUB TO WS-POS-FOUND
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               END-IF
           END-PERFORM.
           IF WS-POS-FOUND = 0
               MOVE "POSITION NOT ON FILE" TO WS-POSITION-REASON
           ELSE
               MOVE WS-POS-IMAGE(WS-POS-FOUND) TO POSITION-RECORD
               IF PN-STATUS NOT = "A"
                   MOVE "POSITION IS CLOSED" TO WS-POSITION-REASON
               ELSE
               IF PN-INCUMBENT-ID NOT = ZERO
                   MOVE "POSITION IS NOT VACANT" TO WS-POSITION-REASON
               ELSE
               IF DEPT-CODE NOT = SPACES
                       AND PN-DEPT-CODE NOT = DEPT-CODE
                   MOVE "POSITION BELONGS TO ANOTHER DEPARTMENT"
                       TO WS-POSITION-REASON
               ELSE
               IF PN-PAY-GRADE NOT = PAY-GRADE
                   MOVE "PAY GRADE DOES NOT MATCH POSITION"
                       TO WS-POSITION-REASON
               ELSE
                   MOVE PN-BUDGETED-FTE TO WS-HIRE-FTE
                   MOVE PN-DEPT-CODE TO WS-BUDGET-DEPT
                   PERFORM COMPUTE-DEPT-BUDGET
                   MOVE WS-POS-IMAGE(WS-POS-FOUND) TO POSITION-RECORD
                   IF WS-DEPT-FILLED-FTE + WS-HIRE-FTE
                           > WS-DEPT-BUDGET-FTE
                       MOVE "DEPARTMENT IS AT BUDGETED HEADCOUNT"
                           TO WS-POSITION-REASON
                   ELSE
                       MOVE "Y" TO WS-POSITION-OK
                   END-IF
               END-IF END-IF END-IF END-IF
           END-IF.

       COMPUTE-DEPT-BUDGET.
           MOVE 0 TO WS-DEPT-BUDGET-FTE.
           MOVE 0 TO WS-DEPT-FILLED-FTE.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
               IF PN-DEPT-CODE = WS-BUDGET-DEPT AND PN-STATUS = "A"
                   ADD PN-BUDGETED-FTE TO WS-DEPT-BUDGET-FTE
                   IF PN-INCUMBENT-ID NOT = ZERO
                       ADD PN-BUDGETED-FTE TO WS-DEPT-FILLED-FTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-MASTER-EOF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF EM-EMPLOYEE-STATUS = "A"
                                   AND EM-DEPT-CODE = WS-BUDGET-DEPT
                               PERFORM CHECK-INCUMBENT
                               IF WS-INCUMBENT = "N"
                                   ADD 1 TO WS-DEPT-FILLED-FTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       CHECK-INCUMBENT.
           MOVE "N" TO WS-INCUMBENT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
               IF PN-INCUMBENT-ID = EM-EMPLOYEE-ID-PACKED
                   MOVE "Y" TO WS-INCUMBENT
                   MOVE WS-POS-COUNT TO WS-POS-SUB
               END-IF
           END-PERFORM.

       FILL-POSITION.
           MOVE WS-POS-IMAGE(WS-POS-FOUND) TO POSITION-RECORD.
           MOVE EMPLOYEE-ID TO PN-INCUMBENT-ID.
           ACCEPT PN-FILLED-DATE FROM DATE YYYYMMDD.
           MOVE POSITION-RECORD TO WS-POS-IMAGE(WS-POS-FOUND).
           OPEN OUTPUT PositionFile.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE POSITION FILE: STATUS "
                   WS-POSITION-STATUS
           ELSE
               PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                       UNTIL WS-POS-SUB > WS-POS-COUNT
                   MOVE WS-POS-IMAGE(WS-POS-SUB) TO POSITION-RECORD
                   WRITE POSITION-RECORD
               END-PERFORM
               CLOSE PositionFile
               DISPLAY "POSITION " POSITION-NUMBER
                   " FILLED BY EMPLOYEE " EMPLOYEE-ID
           END-IF.

       LOAD-POSITIONS.
           OPEN INPUT PositionFile.
           IF WS-POSITION-STATUS NOT = "00"
               MOVE "Y" TO WS-POSITION-EOF
           ELSE
               PERFORM UNTIL WS-POSITION-EOF = "Y"
                       OR WS-POS-COUNT >= 2000
                   READ PositionFile
                       AT END
                           MOVE "Y" TO WS-POSITION-EOF
                       NOT AT END
                           ADD 1 TO WS-POS-COUNT
                           MOVE POSITION-RECORD
                               TO WS-POS-IMAGE(WS-POS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PositionFile
           END-IF.

       CHECK-DEPARTMENT.
           IF WS-DEPT-COUNT = 0
               MOVE "Y" TO WS-DEPT-OK
               END-PERFORM
           END-IF.

       CHECK-WC-CLASS.
           IF WS-WC-COUNT = 0 OR WC-CLASS-CODE = SPACES
               MOVE "Y" TO WS-WC-OK
           ELSE
               MOVE "N" TO WS-WC-OK
               PERFORM VARYING WS-WC-SUB FROM 1 BY 1
                       UNTIL WS-WC-SUB > WS-WC-COUNT
                   IF WS-WC-CLASS(WS-WC-SUB) = WC-CLASS-CODE
                           AND WS-WC-STATE(WS-WC-SUB) = WORK-STATE
                       MOVE "Y" TO WS-WC-OK
                       MOVE WS-WC-COUNT TO WS-WC-SUB
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-WC-CLASSES.
           OPEN INPUT WcRateFile.
           IF WS-WCRATE-STATUS = "00"
               PERFORM UNTIL WS-WCRATE-EOF = "Y"
                       OR WS-WC-COUNT >= 500
                   READ WcRateFile
                       AT END
                           MOVE "Y" TO WS-WCRATE-EOF
                       NOT AT END
                           ADD 1 TO WS-WC-COUNT
                           MOVE WR-CLASS-CODE
                               TO WS-WC-CLASS(WS-WC-COUNT)
                           MOVE WR-STATE
                               TO WS-WC-STATE(WS-WC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WcRateFile
           END-IF.

       LOAD-GRADE-BANDS.
           OPEN INPUT GradeBandFile.
           IF WS-BAND-STATUS = "00"
                   WS-ERROR-SEVERITY WS-FILE-STATUS
                   WS-ERROR-MESSAGE
           ELSE
               INITIALIZE EMPLOYEE-MASTER-RECORD
               MOVE EMPLOYEE-ID   TO EM-EMPLOYEE-ID-PACKED
               MOVE FIRST-NAME    TO EM-FIRST-NAME
               MOVE LAST-NAME     TO EM-LAST-NAME
               MOVE ZERO TO EM-PRENOTE-DATE
               MOVE WORK-STATE TO EM-WORK-STATE
               MOVE DEPT-CODE  TO EM-DEPT-CODE
               MOVE PAY-TYPE   TO EM-PAY-TYPE
               MOVE SOCIAL-SECURITY-NO TO EM-SSN
               MOVE HOME-ADDRESS TO EM-HOME-ADDRESS
               MOVE WC-CLASS-CODE TO EM-WC-CLASS-CODE
               MOVE COMPANY-CODE  TO EM-COMPANY-CODE

               MOVE EMPLOYEE-MASTER-RECORD TO WK-NEW-MASTER

                           WS-IMAGE-FILE-NAME WS-IMAGE-ACTION
                           WS-RECORD-IMAGE
                       PERFORM ADD-XREF-ENTRY
                       IF WS-NEW-HIRE = "Y"
                           PERFORM FILL-POSITION
                       END-IF
               END-WRITE

               ADD 1 TO WS-WRITTEN-COUNT
               MOVE WK-WORK-STATE TO CH-NEW-VALUE
               PERFORM WRITE-CHANGE-ROW
           END-IF.
           IF WK-WC-CLASS-CODE NOT = EM-WC-CLASS-CODE
               MOVE "WC CLASS CODE" TO CH-FIELD-NAME
               MOVE EM-WC-CLASS-CODE TO CH-OLD-VALUE
               MOVE WK-WC-CLASS-CODE TO CH-NEW-VALUE
               PERFORM WRITE-CHANGE-ROW
           END-IF.
           IF WK-PAY-TYPE NOT = EM-PAY-TYPE
               MOVE "PAY TYPE" TO CH-FIELD-NAME
               MOVE EM-PAY-TYPE TO CH-OLD-VALUE
               MOVE WK-PAY-TYPE TO CH-NEW-VALUE
               PERFORM WRITE-CHANGE-ROW
           END-IF.
           IF WK-SSN NOT = EM-SSN
               MOVE "SSN" TO CH-FIELD-NAME
               MOVE SPACES TO CH-OLD-VALUE CH-NEW-VALUE
               STRING "XXX-XX-" EM-SSN(6:4)
                   DELIMITED BY SIZE INTO CH-OLD-VALUE
               END-STRING
               STRING "XXX-XX-" WK-SSN(6:4)
                   DELIMITED BY SIZE INTO CH-NEW-VALUE
               END-STRING
               PERFORM WRITE-CHANGE-ROW
           END-IF.
           IF WK-HOME-ADDRESS NOT = EM-HOME-ADDRESS
               MOVE "HOME ADDRESS" TO CH-FIELD-NAME
               MOVE EM-HOME-ADDRESS TO CH-OLD-VALUE
               MOVE WK-HOME-ADDRESS TO CH-NEW-VALUE
               PERFORM WRITE-CHANGE-ROW
           END-IF.
           IF WK-BANK-ACCOUNT NOT = EM-BANK-ACCOUNT
               MOVE "BANK ACCOUNT" TO CH-FIELD-NAME
               MOVE EM-BANK-ACCOUNT TO CH-OLD-VALUE
