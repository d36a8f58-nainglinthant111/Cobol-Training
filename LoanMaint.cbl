       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LoanActivityFile ASSIGN TO "loanactivity.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PayslipFile ASSIGN TO "payslips.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYSLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       COPY "LoanMaster.cpy".

       FD LoanActivityFile.
       COPY "LoanActivity.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD PayslipFile.
       COPY "Payslip.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS      PIC XX.
       01 WS-ACTIVITY-STATUS  PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-PAYSLIP-STATUS   PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ISSUE      VALUE "I".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-LOAN-NUMBER      PIC 9(3).
       01 WS-NEXT-LOAN-NUMBER PIC 9(3).
       01 WS-LOAN-TYPE        PIC X.
       01 WS-AMOUNT           PIC 9(7)V99.
       01 WS-REPAYMENT        PIC 9(5)V99.
       01 WS-NEW-STATUS       PIC X.
       01 WS-EMPLOYEE-OK      PIC X.
       01 WS-LOAN-OK          PIC X.
       01 WS-FULL-NAME        PIC X(21).
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.
       01 WS-LIST-BALANCE     PIC 9(9)V99 VALUE 0.
       01 WS-ADVANCE-COUNT    PIC 9(6) VALUE 0.
       01 WS-ADVANCE-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-BALANCE-PERIOD   PIC 9(4) VALUE 0.
       01 WS-BALANCE-STAGE    PIC X(12).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "LOAN-MAINT".
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

           DISPLAY "SELECT MODE (I=ISSUE LOAN/ADVANCE, C=CHANGE LOAN, "
               "L=LIST LOANS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ISSUE
                   PERFORM ISSUE-LOANS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-LOANS
               WHEN MODE-LIST
                   PERFORM LIST-LOANS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       OPEN-LOAN-FILES.
           OPEN I-O LoanFile.
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LoanFile
               CLOSE LoanFile
               OPEN I-O LoanFile
           END-IF.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN FILE: STATUS "
                   WS-LOAN-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND LoanActivityFile.
           IF WS-ACTIVITY-STATUS = "05" OR WS-ACTIVITY-STATUS = "35"
               OPEN OUTPUT LoanActivityFile
           END-IF.
           IF WS-ACTIVITY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LOAN ACTIVITY FILE: STATUS "
                   WS-ACTIVITY-STATUS
               CLOSE LoanFile
               STOP RUN
           END-IF.

       ISSUE-LOANS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-LOAN-FILES.
           OPEN EXTEND PayslipFile.
           IF WS-PAYSLIP-STATUS = "05" OR WS-PAYSLIP-STATUS = "35"
               OPEN OUTPUT PayslipFile
           END-IF.
           IF WS-PAYSLIP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYSLIP FILE: STATUS "
                   WS-PAYSLIP-STATUS
               CLOSE LoanFile
               CLOSE LoanActivityFile
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END = "N"
               PERFORM ISSUE-ONE-LOAN
               DISPLAY "ISSUE ANOTHER LOAN (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.
           CLOSE PayslipFile.
           CLOSE LoanActivityFile.
           CLOSE LoanFile.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY "ADVANCES ISSUED: " WS-ADVANCE-COUNT
               "  TOTAL: " WS-ADVANCE-TOTAL.
           IF WS-ADVANCE-COUNT > 0
               MOVE 0 TO WS-BALANCE-PERIOD
               MOVE "PAYSLIPS" TO WS-BALANCE-STAGE
               CALL "BALANCE-LOG" USING WS-BALANCE-PERIOD
                   WS-BALANCE-STAGE WS-ADVANCE-COUNT
                   WS-ADVANCE-TOTAL
           END-IF.

       ISSUE-ONE-LOAN.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                       " NOT ON MASTER - LOAN REFUSED"
               NOT INVALID KEY
                   IF EM-EMPLOYEE-STATUS NOT = "A"
                       DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                           " IS NOT ACTIVE - LOAN REFUSED"
                   ELSE
                       MOVE "Y" TO WS-EMPLOYEE-OK
                   END-IF
           END-READ.
           IF WS-EMPLOYEE-OK = "Y"
               DISPLAY "LOAN TYPE (A=PAY ADVANCE, L=HARDSHIP LOAN): "
               ACCEPT WS-LOAN-TYPE
               DISPLAY "ENTER AMOUNT (9999999.99): "
               ACCEPT WS-AMOUNT
               DISPLAY "ENTER REPAYMENT PER PAY PERIOD (99999.99): "
               ACCEPT WS-REPAYMENT
               IF WS-LOAN-TYPE NOT = "A" AND WS-LOAN-TYPE NOT = "L"
                   DISPLAY "INVALID LOAN TYPE - LOAN REFUSED"
               ELSE
               IF WS-AMOUNT = ZERO OR WS-REPAYMENT = ZERO
                   DISPLAY "AMOUNT AND REPAYMENT MUST BE ENTERED - "
                       "LOAN REFUSED"
               ELSE
                   PERFORM FIND-NEXT-LOAN-NUMBER
                   PERFORM WRITE-NEW-LOAN
               END-IF
           END-IF.

       FIND-NEXT-LOAN-NUMBER.
           MOVE 1 TO WS-NEXT-LOAN-NUMBER.
           MOVE WS-EMPLOYEE-ID TO LN-EMPLOYEE-ID.
           MOVE 0 TO LN-LOAN-NUMBER.
           MOVE "N" TO WS-EOF.
           START LoanFile KEY NOT < LN-LOAN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ LoanFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           COMPUTE WS-NEXT-LOAN-NUMBER =
                               LN-LOAN-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NEW-LOAN.
           MOVE WS-EMPLOYEE-ID      TO LN-EMPLOYEE-ID.
           MOVE WS-NEXT-LOAN-NUMBER TO LN-LOAN-NUMBER.
           MOVE WS-LOAN-TYPE        TO LN-LOAN-TYPE.
           MOVE WS-AMOUNT           TO LN-ORIGINAL-AMOUNT.
           MOVE WS-REPAYMENT        TO LN-REPAYMENT-AMOUNT.
           MOVE WS-AMOUNT           TO LN-BALANCE.
           MOVE "A"                 TO LN-STATUS.
           MOVE WS-TODAY            TO LN-ISSUE-DATE.
           MOVE ZERO                TO LN-LAST-PERIOD.
           MOVE ZERO                TO LN-LAST-DEDUCT-DATE.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOAN " WS-NEXT-LOAN-NUMBER
                       " ALREADY ON FILE FOR EMPLOYEE "
                       WS-EMPLOYEE-ID " - LOAN REFUSED"
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   MOVE "I" TO LA-ACTIVITY-TYPE
                   MOVE WS-AMOUNT TO LA-AMOUNT
                   PERFORM WRITE-LOAN-ACTIVITY
                   PERFORM WRITE-ADVANCE-PAYSLIP
                   DISPLAY "LOAN " LN-LOAN-NUMBER " ISSUED TO "
                       "EMPLOYEE " WS-EMPLOYEE-ID " FOR " WS-AMOUNT
                       " - PAYMENT QUEUED FOR CHECK/ACH"
           END-WRITE.

       WRITE-ADVANCE-PAYSLIP.
           CALL "NAME-JOIN" USING EM-FIRST-NAME EM-LAST-NAME
               WS-FULL-NAME.
           INITIALIZE PAYSLIP-RECORD
               REPLACING ALPHANUMERIC DATA BY SPACES
                   NUMERIC DATA BY ZEROS.
           MOVE WS-EMPLOYEE-ID TO PS-EMPLOYEE-ID.
           MOVE WS-FULL-NAME   TO PS-EMPLOYEE-NAME.
           MOVE WS-TODAY       TO PS-PAY-PERIOD.
           MOVE WS-AMOUNT      TO PS-NET-PAY.
           MOVE "A"            TO PS-PAY-TYPE.
           MOVE ZERO           TO PS-PERIOD-NUMBER.
           WRITE PAYSLIP-RECORD.
           ADD 1 TO WS-ADVANCE-COUNT.
           ADD WS-AMOUNT TO WS-ADVANCE-TOTAL.

       WRITE-LOAN-ACTIVITY.
           MOVE LN-EMPLOYEE-ID  TO LA-EMPLOYEE-ID.
           MOVE LN-LOAN-NUMBER  TO LA-LOAN-NUMBER.
           MOVE WS-TODAY        TO LA-ACTIVITY-DATE.
           MOVE LN-BALANCE      TO LA-BALANCE-AFTER.
           MOVE ZERO            TO LA-PERIOD-NUMBER.
           MOVE WS-PROGRAM-NAME TO LA-PROGRAM-NAME.
           WRITE LOAN-ACTIVITY-RECORD.

       CHANGE-LOANS.
           PERFORM OPEN-LOAN-FILES.
           PERFORM UNTIL WS-END = "N"
               PERFORM CHANGE-ONE-LOAN
               DISPLAY "CHANGE ANOTHER LOAN (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.
           CLOSE LoanActivityFile.
           CLOSE LoanFile.

       CHANGE-ONE-LOAN.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           DISPLAY "ENTER LOAN NUMBER: ".
           ACCEPT WS-LOAN-NUMBER.
           MOVE WS-EMPLOYEE-ID TO LN-EMPLOYEE-ID.
           MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER.
           MOVE "N" TO WS-LOAN-OK.
           READ LoanFile
               INVALID KEY
                   DISPLAY "LOAN " WS-LOAN-NUMBER " NOT ON FILE FOR "
                       "EMPLOYEE " WS-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOAN-OK
           END-READ.
           IF WS-LOAN-OK = "Y"
               DISPLAY "BALANCE " LN-BALANCE "  REPAYMENT "
                   LN-REPAYMENT-AMOUNT "  STATUS " LN-STATUS
               IF LN-STATUS = "P" OR LN-STATUS = "W"
                   DISPLAY "LOAN IS CLOSED - NO CHANGE ALLOWED"
               ELSE
                   DISPLAY "NEW REPAYMENT PER PERIOD (99999.99, "
                       "0=NO CHANGE): "
                   ACCEPT WS-REPAYMENT
                   DISPLAY "NEW STATUS (A=ACTIVE, H=HOLD, "
                       "W=WRITE OFF, SPACE=NO CHANGE): "
                   ACCEPT WS-NEW-STATUS
                   PERFORM APPLY-LOAN-CHANGE
               END-IF
           END-IF.

       APPLY-LOAN-CHANGE.
           IF WS-NEW-STATUS NOT = SPACE AND WS-NEW-STATUS NOT = "A"
                   AND WS-NEW-STATUS NOT = "H"
                   AND WS-NEW-STATUS NOT = "W"
               DISPLAY "INVALID STATUS - LOAN NOT CHANGED"
           ELSE
               IF WS-REPAYMENT > ZERO
                   MOVE WS-REPAYMENT TO LN-REPAYMENT-AMOUNT
               END-IF
               IF WS-NEW-STATUS = "W"
                   MOVE "W" TO LA-ACTIVITY-TYPE
                   MOVE LN-BALANCE TO LA-AMOUNT
                   MOVE ZERO TO LN-BALANCE
                   MOVE "W" TO LN-STATUS
                   PERFORM WRITE-LOAN-ACTIVITY
               ELSE
                   IF WS-NEW-STATUS NOT = SPACE
                       MOVE WS-NEW-STATUS TO LN-STATUS
                   END-IF
               END-IF
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING LOAN: STATUS "
                           WS-LOAN-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                       DISPLAY "LOAN " LN-LOAN-NUMBER " UPDATED FOR "
                           "EMPLOYEE " LN-EMPLOYEE-ID
               END-REWRITE
           END-IF.

       LIST-LOANS.
           OPEN INPUT LoanFile.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "LOAN FILE NOT FOUND."
           ELSE
               DISPLAY " "
               DISPLAY "EMPLOYEE LOANS AND ADVANCES"
               DISPLAY "EMPL  LOAN T ORIGINAL    REPAYMENT BALANCE   "
                   "  ST ISSUED   LAST DED"
               DISPLAY "---------------------------------------------"
                   "------------------------"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LoanFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIST-COUNT
                           ADD LN-BALANCE TO WS-LIST-BALANCE
                           DISPLAY LN-EMPLOYEE-ID " " LN-LOAN-NUMBER
                               "  " LN-LOAN-TYPE " "
                               LN-ORIGINAL-AMOUNT " "
                               LN-REPAYMENT-AMOUNT " " LN-BALANCE
                               "  " LN-STATUS "  " LN-ISSUE-DATE " "
                               LN-LAST-DEDUCT-DATE
                   END-READ
               END-PERFORM
               CLOSE LoanFile
               DISPLAY "---------------------------------------------"
                   "------------------------"
               DISPLAY "LOANS LISTED: " WS-LIST-COUNT
                   "  OUTSTANDING BALANCE: " WS-LIST-BALANCE
           END-IF.
