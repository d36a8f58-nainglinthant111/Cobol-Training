       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PayslipFile ASSIGN TO "payslips.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSLIP-STATUS.
           SELECT CheckRegisterFile ASSIGN TO "checkregister.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT TimecardFile ASSIGN TO "timecards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT PayrollHistoryFile ASSIGN TO "payrollhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FraudExceptionFile ASSIGN TO "fraudexceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD PayslipFile.
       COPY "Payslip.cpy".

       FD CheckRegisterFile.
       COPY "CheckRegister.cpy".

       FD TimecardFile.
       COPY "Timecard.cpy".

       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD FraudExceptionFile.
       01 FRAUD-EXCEPTION-RECORD.
           02 FX-SCAN-DATE        PIC 9(8).
           02 FX-EMPLOYEE-ID      PIC 9(5).
           02 FX-RULE             PIC X(4).
           02 FX-MESSAGE          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-PAYSLIP-STATUS   PIC XX.
       01 WS-REGISTER-STATUS  PIC XX.
       01 WS-TIMECARD-STATUS  PIC XX.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-THRESHOLD-PCT    PIC 9(3).
       01 WS-GRACE-DAYS       PIC 9(3).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".

       01 WS-EMPLOYEE-TABLE.
           02 WS-EMP-COUNT PIC 9(4) VALUE 0.
           02 WS-EMP-ENTRY OCCURS 5000 TIMES.
             03 WS-EMP-ID         PIC 9(5).
             03 WS-EMP-NAME.
               04 WS-EMP-FIRST    PIC X(10).
               04 WS-EMP-LAST     PIC X(10).
             03 WS-EMP-BIRTH      PIC 9(8).
             03 WS-EMP-STATUS     PIC X.
             03 WS-EMP-MANAGER    PIC 9(5).
             03 WS-EMP-TERM-DATE  PIC 9(8).
             03 WS-EMP-GRACE-DATE PIC 9(8).
             03 WS-EMP-PAY-TYPE   PIC X.
             03 WS-EMP-BANK.
               04 WS-EMP-ROUTING  PIC 9(9).
               04 WS-EMP-ACCOUNT  PIC X(17).
             03 WS-EMP-CUR-PERIOD PIC 9(4).
             03 WS-EMP-CUR-NET    PIC 9(9)V99.
             03 WS-EMP-PRIOR-PERIOD PIC 9(4).
             03 WS-EMP-PRIOR-NET  PIC 9(9)V99.
       01 WS-EMP-SUB          PIC 9(4).
       01 WS-EMP-OTHER        PIC 9(4).
       01 WS-EMP-FOUND        PIC 9(4).
       01 WS-LOOKUP-ID        PIC 9(5).
       01 WS-EMP-OVERFLOW     PIC X VALUE "N".

       01 WS-CARD-TABLE.
           02 WS-CARD-COUNT PIC 9(5) VALUE 0.
           02 WS-CARD-ENTRY OCCURS 20000 TIMES.
             03 WS-CARD-EMPLOYEE  PIC 9(5).
             03 WS-CARD-WEEK      PIC 9(8).
       01 WS-CARD-SUB         PIC 9(5).
       01 WS-CARD-FOUND       PIC X.

       01 WS-VOID-TABLE.
           02 WS-VOID-COUNT PIC 9(4) VALUE 0.
           02 WS-VOID-ENTRY OCCURS 5000 TIMES.
             03 WS-VOID-CHECK     PIC 9(6).
       01 WS-VOID-SUB         PIC 9(4).
       01 WS-VOIDED           PIC X.

       01 WS-CHANGE-AMOUNT    PIC 9(9)V99.
       01 WS-CHANGE-PCT       PIC 9(5).
       01 WS-SHOW-PCT         PIC 9(3).
       01 WS-SHOW-NET         PIC Z(6)9.99.
       01 WS-DIRECTION        PIC X(4).

       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-BANK-COUNT       PIC 9(5) VALUE 0.
       01 WS-NAME-COUNT       PIC 9(5) VALUE 0.
       01 WS-TERM-COUNT       PIC 9(5) VALUE 0.
       01 WS-MANAGER-COUNT    PIC 9(5) VALUE 0.
       01 WS-NOCARD-COUNT     PIC 9(5) VALUE 0.
       01 WS-NETPAY-COUNT     PIC 9(5) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "FRAUD-SCAN".
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

           DISPLAY "NET PAY CHANGE THRESHOLD PERCENT (0 = 25): ".
           ACCEPT WS-THRESHOLD-PCT.
           IF WS-THRESHOLD-PCT = ZERO
               MOVE 25 TO WS-THRESHOLD-PCT
           END-IF.
           DISPLAY "FINAL PAY GRACE DAYS AFTER TERMINATION "
               "(0 = 14): ".
           ACCEPT WS-GRACE-DAYS.
           IF WS-GRACE-DAYS = ZERO
               MOVE 14 TO WS-GRACE-DAYS
           END-IF.

           PERFORM LOAD-EMPLOYEES.
           IF WS-EMP-COUNT = 0
               DISPLAY "NO EMPLOYEES ON MASTER - SCAN NOT RUN"
               STOP RUN
           END-IF.
           IF WS-EMP-OVERFLOW = "Y"
               DISPLAY "EMPLOYEE MASTER EXCEEDS 5000 RECORDS - "
                   "SCAN NOT RUN"
               STOP RUN
           END-IF.
           PERFORM LOAD-APPROVED-CARDS.

           OPEN OUTPUT FraudExceptionFile.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN FRAUD EXCEPTION FILE: STATUS "
                   WS-EXCEPTION-STATUS
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "PAYROLL FRAUD SCAN - " WS-START-DATE.
           DISPLAY "EMPL   RULE  FINDING".
           DISPLAY "--------------------------------------------------".

           PERFORM SCAN-EMPLOYEE-MASTER.
           PERFORM SCAN-PAYSLIPS.
           PERFORM SCAN-CHECK-REGISTER.
           PERFORM LOAD-PRIOR-NET-PAY.
           PERFORM SCAN-NET-PAY-CHANGES.

           CLOSE FraudExceptionFile.

           DISPLAY "--------------------------------------------------".
           DISPLAY "SHARED BANK ACCOUNTS      : " WS-BANK-COUNT.
           DISPLAY "SAME NAME AND BIRTH DATE  : " WS-NAME-COUNT.
           DISPLAY "PAID AFTER TERMINATION    : " WS-TERM-COUNT.
           DISPLAY "ACTIVE WITH NO MANAGER    : " WS-MANAGER-COUNT.
           DISPLAY "PAID WITH NO APPROVED CARD: " WS-NOCARD-COUNT.
           DISPLAY "NET PAY CHANGE OVER " WS-THRESHOLD-PCT
               "%  : " WS-NETPAY-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN        : " WS-EXCEPTION-COUNT.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       WRITE-FRAUD-EXCEPTION.
           MOVE WS-START-DATE TO FX-SCAN-DATE.
           WRITE FRAUD-EXCEPTION-RECORD.
           DISPLAY FX-EMPLOYEE-ID "  " FX-RULE "  " FX-MESSAGE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-WRITTEN-COUNT.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-FOUND.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-ID(WS-EMP-SUB) = WS-LOOKUP-ID
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM.

       LOAD-EMPLOYEES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-EMP-COUNT >= 5000
                               MOVE "Y" TO WS-EMP-OVERFLOW
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM ADD-EMPLOYEE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       ADD-EMPLOYEE-ENTRY.
           ADD 1 TO WS-EMP-COUNT.
           MOVE WS-EMP-COUNT TO WS-EMP-SUB.
           MOVE EM-EMPLOYEE-ID-PACKED TO WS-EMP-ID(WS-EMP-SUB).
           MOVE EM-FIRST-NAME TO WS-EMP-FIRST(WS-EMP-SUB).
           MOVE EM-LAST-NAME TO WS-EMP-LAST(WS-EMP-SUB).
           MOVE EM-BIRTH-DATE TO WS-EMP-BIRTH(WS-EMP-SUB).
           MOVE EM-EMPLOYEE-STATUS TO WS-EMP-STATUS(WS-EMP-SUB).
           MOVE EM-MANAGER-ID TO WS-EMP-MANAGER(WS-EMP-SUB).
           MOVE EM-TERMINATION-DATE TO WS-EMP-TERM-DATE(WS-EMP-SUB).
           MOVE 0 TO WS-EMP-GRACE-DATE(WS-EMP-SUB).
           IF EM-TERMINATION-DATE > ZERO
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-EMP-TERM-DATE(WS-EMP-SUB) WS-GRACE-DAYS
                   WS-EMP-GRACE-DATE(WS-EMP-SUB)
           END-IF.
           MOVE EM-PAY-TYPE TO WS-EMP-PAY-TYPE(WS-EMP-SUB).
           IF EM-PAYMENT-METHOD = "D"
               MOVE EM-BANK-ROUTING TO WS-EMP-ROUTING(WS-EMP-SUB)
               MOVE EM-BANK-ACCOUNT TO WS-EMP-ACCOUNT(WS-EMP-SUB)
           ELSE
               MOVE ZERO TO WS-EMP-ROUTING(WS-EMP-SUB)
               MOVE SPACES TO WS-EMP-ACCOUNT(WS-EMP-SUB)
           END-IF.
           MOVE 0 TO WS-EMP-CUR-PERIOD(WS-EMP-SUB).
           MOVE 0 TO WS-EMP-CUR-NET(WS-EMP-SUB).
           MOVE 0 TO WS-EMP-PRIOR-PERIOD(WS-EMP-SUB).
           MOVE 0 TO WS-EMP-PRIOR-NET(WS-EMP-SUB).

       LOAD-APPROVED-CARDS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TimecardFile.
           IF WS-TIMECARD-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-CARD-COUNT >= 20000
                   READ TimecardFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TC-APPROVAL-STATUS = "A"
                               ADD 1 TO WS-CARD-COUNT
                               MOVE TC-EMPLOYEE-ID
                                   TO WS-CARD-EMPLOYEE(WS-CARD-COUNT)
                               MOVE TC-WEEK-ENDING
                                   TO WS-CARD-WEEK(WS-CARD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TimecardFile
           END-IF.

       SCAN-EMPLOYEE-MASTER.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-STATUS(WS-EMP-SUB) = "A"
                       AND WS-EMP-MANAGER(WS-EMP-SUB) = ZERO
                   MOVE WS-EMP-ID(WS-EMP-SUB) TO FX-EMPLOYEE-ID
                   MOVE "MGR " TO FX-RULE
                   MOVE "ACTIVE WITH NO MANAGER ID" TO FX-MESSAGE
                   ADD 1 TO WS-MANAGER-COUNT
                   PERFORM WRITE-FRAUD-EXCEPTION
               END-IF
               PERFORM VARYING WS-EMP-OTHER FROM 1 BY 1
                       UNTIL WS-EMP-OTHER > WS-EMP-COUNT
                   IF WS-EMP-OTHER NOT = WS-EMP-SUB
                       PERFORM COMPARE-EMPLOYEE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-EMPLOYEE-PAIR.
           IF WS-EMP-ACCOUNT(WS-EMP-SUB) NOT = SPACES
                   AND WS-EMP-BANK(WS-EMP-SUB)
                       = WS-EMP-BANK(WS-EMP-OTHER)
               MOVE WS-EMP-ID(WS-EMP-SUB) TO FX-EMPLOYEE-ID
               MOVE "BANK" TO FX-RULE
               MOVE SPACES TO FX-MESSAGE
               STRING "BANK ACCT SHARED WITH "
                   WS-EMP-ID(WS-EMP-OTHER)
                   DELIMITED BY SIZE INTO FX-MESSAGE
               END-STRING
               ADD 1 TO WS-BANK-COUNT
               PERFORM WRITE-FRAUD-EXCEPTION
           END-IF.
           IF WS-EMP-NAME(WS-EMP-SUB) NOT = SPACES
                   AND WS-EMP-NAME(WS-EMP-SUB)
                       = WS-EMP-NAME(WS-EMP-OTHER)
                   AND WS-EMP-BIRTH(WS-EMP-SUB)
                       = WS-EMP-BIRTH(WS-EMP-OTHER)
               MOVE WS-EMP-ID(WS-EMP-SUB) TO FX-EMPLOYEE-ID
               MOVE "NAME" TO FX-RULE
               MOVE SPACES TO FX-MESSAGE
               STRING "SAME NAME/BIRTH AS "
                   WS-EMP-ID(WS-EMP-OTHER)
                   DELIMITED BY SIZE INTO FX-MESSAGE
               END-STRING
               ADD 1 TO WS-NAME-COUNT
               PERFORM WRITE-FRAUD-EXCEPTION
           END-IF.

       SCAN-PAYSLIPS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PayslipFile.
           IF WS-PAYSLIP-STATUS NOT = "00"
               DISPLAY "payslips.dat NOT AVAILABLE: STATUS "
                   WS-PAYSLIP-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ PayslipFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PS-PAY-TYPE = SPACE
                               PERFORM CHECK-PAYSLIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayslipFile
           END-IF.

       CHECK-PAYSLIP.
           MOVE PS-EMPLOYEE-ID TO WS-LOOKUP-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-FOUND > 0
               IF WS-EMP-GRACE-DATE(WS-EMP-FOUND) > ZERO
                       AND PS-PAY-PERIOD
                           > WS-EMP-GRACE-DATE(WS-EMP-FOUND)
                   MOVE PS-EMPLOYEE-ID TO FX-EMPLOYEE-ID
                   MOVE "TERM" TO FX-RULE
                   MOVE SPACES TO FX-MESSAGE
                   STRING "PAID " PS-PAY-PERIOD
                       " AFTER TERM DATE"
                       DELIMITED BY SIZE INTO FX-MESSAGE
                   END-STRING
                   ADD 1 TO WS-TERM-COUNT
                   PERFORM WRITE-FRAUD-EXCEPTION
               END-IF
               IF WS-EMP-PAY-TYPE(WS-EMP-FOUND) NOT = "S"
                   PERFORM FIND-APPROVED-CARD
                   IF WS-CARD-FOUND = "N"
                       MOVE PS-EMPLOYEE-ID TO FX-EMPLOYEE-ID
                       MOVE "CARD" TO FX-RULE
                       MOVE SPACES TO FX-MESSAGE
                       STRING "PAID " PS-PAY-PERIOD
                           " NO APPROVED CARD"
                           DELIMITED BY SIZE INTO FX-MESSAGE
                       END-STRING
                       ADD 1 TO WS-NOCARD-COUNT
                       PERFORM WRITE-FRAUD-EXCEPTION
                   END-IF
               END-IF
               MOVE PS-PERIOD-NUMBER
                   TO WS-EMP-CUR-PERIOD(WS-EMP-FOUND)
               ADD PS-NET-PAY TO WS-EMP-CUR-NET(WS-EMP-FOUND)
           END-IF.

       FIND-APPROVED-CARD.
           MOVE "N" TO WS-CARD-FOUND.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               IF WS-CARD-EMPLOYEE(WS-CARD-SUB) = PS-EMPLOYEE-ID
                       AND WS-CARD-WEEK(WS-CARD-SUB) = PS-PAY-PERIOD
                   MOVE "Y" TO WS-CARD-FOUND
                   MOVE WS-CARD-COUNT TO WS-CARD-SUB
               END-IF
           END-PERFORM.

       SCAN-CHECK-REGISTER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CheckRegisterFile.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "checkregister.dat NOT AVAILABLE: STATUS "
                   WS-REGISTER-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CR-CHECK-TYPE = "V"
                                   AND WS-VOID-COUNT < 5000
                               ADD 1 TO WS-VOID-COUNT
                               MOVE CR-CHECK-NUMBER
                                   TO WS-VOID-CHECK(WS-VOID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
               MOVE "N" TO WS-EOF
               OPEN INPUT CheckRegisterFile
               PERFORM UNTIL WS-EOF = "Y"
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CR-PAYEE-TYPE = "E"
                                   AND CR-CHECK-TYPE NOT = "V"
                               PERFORM CHECK-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
           END-IF.

       CHECK-REGISTER-ENTRY.
           MOVE CR-EMPLOYEE-ID TO WS-LOOKUP-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-FOUND > 0
               IF WS-EMP-GRACE-DATE(WS-EMP-FOUND) > ZERO
                       AND CR-CHECK-DATE
                           > WS-EMP-GRACE-DATE(WS-EMP-FOUND)
                   MOVE "N" TO WS-VOIDED
                   PERFORM VARYING WS-VOID-SUB FROM 1 BY 1
                           UNTIL WS-VOID-SUB > WS-VOID-COUNT
                       IF WS-VOID-CHECK(WS-VOID-SUB) = CR-CHECK-NUMBER
                           MOVE "Y" TO WS-VOIDED
                           MOVE WS-VOID-COUNT TO WS-VOID-SUB
                       END-IF
                   END-PERFORM
                   IF WS-VOIDED = "N"
                       MOVE CR-EMPLOYEE-ID TO FX-EMPLOYEE-ID
                       MOVE "TERM" TO FX-RULE
                       MOVE SPACES TO FX-MESSAGE
                       STRING "CHK " CR-CHECK-NUMBER " AFTER TERM "
                           WS-EMP-TERM-DATE(WS-EMP-FOUND)
                           DELIMITED BY SIZE INTO FX-MESSAGE
                       END-STRING
                       ADD 1 TO WS-TERM-COUNT
                       PERFORM WRITE-FRAUD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       LOAD-PRIOR-NET-PAY.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PayrollHistoryFile.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PH-PAY-TYPE = SPACE
                               PERFORM NOTE-PRIOR-NET-PAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.

       NOTE-PRIOR-NET-PAY.
           MOVE PH-EMPLOYEE-ID TO WS-LOOKUP-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-FOUND > 0
               IF WS-EMP-CUR-PERIOD(WS-EMP-FOUND) > ZERO
                       AND PH-PERIOD-NUMBER
                           < WS-EMP-CUR-PERIOD(WS-EMP-FOUND)
                   IF PH-PERIOD-NUMBER
                           > WS-EMP-PRIOR-PERIOD(WS-EMP-FOUND)
                       MOVE PH-PERIOD-NUMBER
                           TO WS-EMP-PRIOR-PERIOD(WS-EMP-FOUND)
                       MOVE PH-NET-PAY
                           TO WS-EMP-PRIOR-NET(WS-EMP-FOUND)
                   ELSE
                       IF PH-PERIOD-NUMBER
                               = WS-EMP-PRIOR-PERIOD(WS-EMP-FOUND)
                           ADD PH-NET-PAY
                               TO WS-EMP-PRIOR-NET(WS-EMP-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SCAN-NET-PAY-CHANGES.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-CUR-PERIOD(WS-EMP-SUB) > ZERO
                       AND WS-EMP-PRIOR-NET(WS-EMP-SUB) > ZERO
                   PERFORM CHECK-NET-PAY-CHANGE
               END-IF
           END-PERFORM.

       CHECK-NET-PAY-CHANGE.
           IF WS-EMP-CUR-NET(WS-EMP-SUB) >= WS-EMP-PRIOR-NET(WS-EMP-SUB)
               COMPUTE WS-CHANGE-AMOUNT =
                   WS-EMP-CUR-NET(WS-EMP-SUB)
                 - WS-EMP-PRIOR-NET(WS-EMP-SUB)
               MOVE "UP" TO WS-DIRECTION
           ELSE
               COMPUTE WS-CHANGE-AMOUNT =
                   WS-EMP-PRIOR-NET(WS-EMP-SUB)
                 - WS-EMP-CUR-NET(WS-EMP-SUB)
               MOVE "DOWN" TO WS-DIRECTION
           END-IF.
           COMPUTE WS-CHANGE-PCT =
               WS-CHANGE-AMOUNT * 100 / WS-EMP-PRIOR-NET(WS-EMP-SUB)
               ON SIZE ERROR
                   MOVE 99999 TO WS-CHANGE-PCT
           END-COMPUTE.
           IF WS-CHANGE-PCT > WS-THRESHOLD-PCT
               MOVE WS-EMP-ID(WS-EMP-SUB) TO FX-EMPLOYEE-ID
               MOVE "NETP" TO FX-RULE
               IF WS-CHANGE-PCT > 999
                   MOVE 999 TO WS-SHOW-PCT
               ELSE
                   MOVE WS-CHANGE-PCT TO WS-SHOW-PCT
               END-IF
               MOVE WS-EMP-PRIOR-NET(WS-EMP-SUB) TO WS-SHOW-NET
               MOVE SPACES TO FX-MESSAGE
               STRING "NET " DELIMITED BY SIZE
                   WS-DIRECTION DELIMITED BY SPACE
                   " " WS-SHOW-PCT "% FROM " WS-SHOW-NET
                   DELIMITED BY SIZE INTO FX-MESSAGE
               END-STRING
               ADD 1 TO WS-NETPAY-COUNT
               PERFORM WRITE-FRAUD-EXCEPTION
           END-IF.
