           SELECT CommissionFeedFile ASSIGN TO "commfeed.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT LoanFile ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LoanActivityFile ASSIGN TO "loanactivity.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-ACTIVITY-STATUS.
           SELECT ExpenseClaimFile ASSIGN TO "expenseclaims.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 CF-AMOUNT           PIC 9(7)V99.
           02 CF-RUN-DATE         PIC 9(8).

       FD LoanFile.
       COPY "LoanMaster.cpy".

       FD LoanActivityFile.
       COPY "LoanActivity.cpy".

       FD ExpenseClaimFile.
       COPY "ExpenseClaim.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-PAYSLIP-STATUS   PIC XX.
           88 MODE-GROSS      VALUE "G".
           88 MODE-TIMECARD   VALUE "T".
           88 MODE-COMMISSION VALUE "C".
           88 MODE-EXPENSE    VALUE "E".
       01 WS-FEED-STATUS      PIC XX.
       01 WS-FEED-EOF         PIC X VALUE "N".
       01 WS-FEED-PAID        PIC 9(4) VALUE 0.
       01 WS-FEDERAL-TAX      PIC 9(7)V99.
       01 WS-STATE-TAX        PIC 9(7)V99.
       01 WS-LOCAL-TAX        PIC 9(7)V99.
       01 WS-SOCSEC-TAX       PIC 9(7)V99.
       01 WS-MEDICARE-TAX     PIC 9(7)V99.
       01 WS-NET-PAY          PIC 9(7)V99.
       01 WS-LOAN-STATUS      PIC XX.
       01 WS-LOAN-ACTIVITY-STATUS PIC XX.
       01 WS-LOANS-OPEN       PIC X VALUE "N".
       01 WS-LOAN-EOF         PIC X.
       01 WS-LOAN-AVAILABLE   PIC 9(7)V99.
       01 WS-LOAN-TAKE        PIC 9(7)V99.
       01 WS-LOAN-DEDUCTION   PIC 9(7)V99.
       01 WS-TOTAL-LOAN-DEDUCTION PIC 9(9)V99 VALUE 0.
       01 WS-CLAIM-STATUS     PIC XX.
       01 WS-CLAIM-EOF        PIC X VALUE "N".
       01 WS-CLAIM-TABLE.
           02 WS-CLAIM-COUNT  PIC 9(4) VALUE 0.
           02 WS-CLAIM-ENTRY OCCURS 2000 TIMES.
             03 WS-CLAIM-IMAGE PIC X(100).
       01 WS-CLAIM-SUB        PIC 9(4).
       01 WS-CLAIM-SCAN       PIC 9(4).
       01 WS-CLAIMS-CHANGED   PIC X VALUE "N".
       01 WS-REIMBURSEMENT    PIC 9(7)V99.
       01 WS-TOTAL-REIMBURSEMENT PIC 9(9)V99 VALUE 0.
       01 WS-HISTORY-EOF      PIC X VALUE "N".
       01 WS-YTD-YEAR         PIC 9(4).
       01 WS-YTD-WAGES        PIC 9(9)V99.
       01 WS-YTD-TABLE.
           02 WS-YTD-COUNT PIC 9(3) VALUE 0.
           02 WS-YTD-ENTRY OCCURS 999 TIMES.
             03 WS-YTD-EMPLOYEE PIC 9(5).
             03 WS-YTD-GROSS    PIC 9(9)V99.
       01 WS-YTD-SUB          PIC 9(3).
       01 WS-YTD-ENTRY-SUB    PIC 9(3).
       01 WS-YTD-FOUND        PIC X.
       01 WS-FULL-NAME        PIC X(21).
       01 WS-SLIP-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS      PIC 9(9)V99 VALUE 0.
           ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "SELECT RUN TYPE (G=KEYED GROSS, T=FINAL "
               "TIMECARD, C=COMMISSION FEED, E=EXPENSE "
               "REIMBURSEMENTS ONLY): ".
           ACCEPT WS-MODE.
           IF NOT (MODE-GROSS OR MODE-TIMECARD OR MODE-COMMISSION
                   OR MODE-EXPENSE)
               DISPLAY "INVALID RUN TYPE SELECTED."
               GOBACK
           END-IF.

           PERFORM LOAD-EXPENSE-CLAIMS.
           IF WS-CLAIM-EOF NOT = "Y"
               DISPLAY "EXPENSE CLAIM FILE EXCEEDS 2000 CLAIMS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               GOBACK
           END-IF.

           PERFORM LOAD-YTD-WAGES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
               CLOSE PayslipFile
               GOBACK
           END-IF.
           PERFORM OPEN-LOAN-FILES.

           DISPLAY " ".
           DISPLAY "OFF-CYCLE PAY REGISTER - " WS-PAY-DATE.

           IF MODE-COMMISSION
               PERFORM PAY-COMMISSION-FEED
           ELSE
           IF MODE-EXPENSE
               PERFORM PAY-APPROVED-CLAIMS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   PERFORM PAY-ONE-EMPLOYEE
                   DISPLAY "PAY ANOTHER EMPLOYEE (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
           END-IF END-IF.

           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PayslipFile.
           CLOSE PayrollHistoryFile.
           IF WS-LOANS-OPEN = "Y"
               CLOSE LoanFile
               CLOSE LoanActivityFile
           END-IF.
           IF WS-CLAIMS-CHANGED = "Y"
               PERFORM REWRITE-EXPENSE-CLAIMS
           END-IF.

           DISPLAY "-----------------------------------------------".
           DISPLAY "OFF-CYCLE PAYSLIPS: " WS-SLIP-COUNT.
           DISPLAY "TOTAL GROSS       : " WS-TOTAL-GROSS.
           DISPLAY "LOAN REPAYMENTS   : " WS-TOTAL-LOAN-DEDUCTION.
           DISPLAY "REIMBURSEMENTS    : " WS-TOTAL-REIMBURSEMENT.
           DISPLAY "TOTAL NET         : " WS-TOTAL-NET.

           IF WS-SLIP-COUNT > 0

           GOBACK.

       OPEN-LOAN-FILES.
           OPEN I-O LoanFile.
           IF WS-LOAN-STATUS = "00"
               OPEN EXTEND LoanActivityFile
               IF WS-LOAN-ACTIVITY-STATUS = "05"
                       OR WS-LOAN-ACTIVITY-STATUS = "35"
                   OPEN OUTPUT LoanActivityFile
               END-IF
               IF WS-LOAN-ACTIVITY-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING LOAN ACTIVITY FILE: STATUS "
                       WS-LOAN-ACTIVITY-STATUS
                       " - NO LOAN REPAYMENTS THIS RUN"
                   CLOSE LoanFile
               ELSE
                   MOVE "Y" TO WS-LOANS-OPEN
               END-IF
           ELSE
               IF WS-LOAN-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING LOAN FILE: STATUS "
                       WS-LOAN-STATUS " - NO LOAN REPAYMENTS THIS RUN"
               END-IF
           END-IF.

       LOAD-YTD-WAGES.
           MOVE WS-PAY-DATE(1:4) TO WS-YTD-YEAR.
           OPEN INPUT PayrollHistoryFile.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           IF PH-PAY-DATE(1:4) = WS-YTD-YEAR
                               MOVE PH-EMPLOYEE-ID TO WS-EMPLOYEE-ID
                               PERFORM FIND-YTD-ENTRY
                               IF WS-YTD-FOUND = "Y"
                                   PERFORM ADD-YTD-FICA-WAGES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.

       ADD-YTD-FICA-WAGES.
           IF PH-FICA-WAGES = ZERO AND PH-FEDERAL-WAGES = ZERO
               ADD PH-GROSS-PAY TO WS-YTD-GROSS(WS-YTD-ENTRY-SUB)
           ELSE
               ADD PH-FICA-WAGES TO WS-YTD-GROSS(WS-YTD-ENTRY-SUB)
           END-IF.

       FIND-YTD-ENTRY.
           MOVE "N" TO WS-YTD-FOUND.
           PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
                   UNTIL WS-YTD-SUB > WS-YTD-COUNT
                   OR WS-YTD-FOUND = "Y"
               IF WS-YTD-EMPLOYEE(WS-YTD-SUB) = WS-EMPLOYEE-ID
                   MOVE "Y" TO WS-YTD-FOUND
                   MOVE WS-YTD-SUB TO WS-YTD-ENTRY-SUB
               END-IF
           END-PERFORM.
           IF WS-YTD-FOUND = "N"
               IF WS-YTD-COUNT < 999
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-YTD-COUNT TO WS-YTD-ENTRY-SUB
                   MOVE WS-EMPLOYEE-ID
                       TO WS-YTD-EMPLOYEE(WS-YTD-ENTRY-SUB)
                   MOVE 0 TO WS-YTD-GROSS(WS-YTD-ENTRY-SUB)
                   MOVE "Y" TO WS-YTD-FOUND
               END-IF
           END-IF.

       PAY-COMMISSION-FEED.
           OPEN INPUT CommissionFeedFile.
           IF WS-FEED-STATUS NOT = "00"
               WS-GROSS-PAY * EM-STATE-WITHHOLDING-RATE.
           COMPUTE WS-LOCAL-TAX ROUNDED =
               WS-GROSS-PAY * EM-LOCAL-WITHHOLDING-RATE.
           PERFORM FIND-YTD-ENTRY.
           IF WS-YTD-FOUND = "Y"
               MOVE WS-YTD-GROSS(WS-YTD-ENTRY-SUB) TO WS-YTD-WAGES
               ADD WS-GROSS-PAY TO WS-YTD-GROSS(WS-YTD-ENTRY-SUB)
           ELSE
               MOVE 0 TO WS-YTD-WAGES
           END-IF.
           CALL "FICA-WITHHOLD" USING WS-YTD-WAGES WS-GROSS-PAY
               WS-SOCSEC-TAX WS-MEDICARE-TAX.
           PERFORM APPLY-LOAN-REPAYMENTS.
           PERFORM PAY-EXPENSE-CLAIMS.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-FEDERAL-TAX
             - WS-STATE-TAX - WS-LOCAL-TAX
             - WS-SOCSEC-TAX - WS-MEDICARE-TAX - WS-LOAN-DEDUCTION
             + WS-REIMBURSEMENT.

           CALL "NAME-JOIN" USING EM-FIRST-NAME EM-LAST-NAME
               WS-FULL-NAME.
           MOVE WS-FEDERAL-TAX TO PS-FEDERAL-TAX.
           MOVE WS-STATE-TAX   TO PS-STATE-TAX.
           MOVE WS-LOCAL-TAX   TO PS-LOCAL-TAX.
           MOVE WS-SOCSEC-TAX  TO PS-SOCSEC-TAX.
           MOVE WS-MEDICARE-TAX TO PS-MEDICARE-TAX.
           MOVE WS-NET-PAY     TO PS-NET-PAY.
           MOVE "O"            TO PS-PAY-TYPE.
           MOVE ZERO           TO PS-PERIOD-NUMBER.
           MOVE WS-GROSS-PAY   TO PS-FEDERAL-WAGES PS-STATE-WAGES
               PS-LOCAL-WAGES PS-FICA-WAGES.
           MOVE WS-LOAN-DEDUCTION TO PS-LOAN-DEDUCTION.
           MOVE WS-REIMBURSEMENT TO PS-REIMBURSEMENT.
           WRITE PAYSLIP-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

           MOVE WS-FEDERAL-TAX TO PH-FEDERAL-TAX.
           MOVE WS-STATE-TAX   TO PH-STATE-TAX.
           MOVE WS-LOCAL-TAX   TO PH-LOCAL-TAX.
           MOVE WS-SOCSEC-TAX  TO PH-SOCSEC-TAX.
           MOVE WS-MEDICARE-TAX TO PH-MEDICARE-TAX.
           MOVE WS-NET-PAY     TO PH-NET-PAY.
           MOVE "O"            TO PH-PAY-TYPE.
           MOVE WS-GROSS-PAY   TO PH-FEDERAL-WAGES PH-STATE-WAGES
               PH-LOCAL-WAGES PH-FICA-WAGES.
           MOVE WS-LOAN-DEDUCTION TO PH-LOAN-DEDUCTION.
           MOVE WS-REIMBURSEMENT TO PH-REIMBURSEMENT.
           WRITE PAYROLL-HISTORY-RECORD.

           ADD 1 TO WS-SLIP-COUNT.
           ADD WS-NET-PAY   TO WS-TOTAL-NET.
           DISPLAY WS-EMPLOYEE-ID "  " WS-FULL-NAME "  GROSS "
               WS-GROSS-PAY "  NET " WS-NET-PAY.
           IF WS-LOAN-DEDUCTION > ZERO
               DISPLAY "       LOAN REPAYMENT " WS-LOAN-DEDUCTION
           END-IF.
           IF WS-REIMBURSEMENT > ZERO
               DISPLAY "       EXPENSE REIMBURSEMENT " WS-REIMBURSEMENT
           END-IF.

       PAY-APPROVED-CLAIMS.
           PERFORM VARYING WS-CLAIM-SCAN FROM 1 BY 1
                   UNTIL WS-CLAIM-SCAN > WS-CLAIM-COUNT
               MOVE WS-CLAIM-IMAGE(WS-CLAIM-SCAN)
                   TO EXPENSE-CLAIM-RECORD
               IF XC-STATUS = "A"
                   PERFORM PAY-ONE-CLAIMANT
               END-IF
           END-PERFORM.

       PAY-ONE-CLAIMANT.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE XC-EMPLOYEE-ID TO WS-EMPLOYEE-ID.
           MOVE XC-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                       " FOR CLAIM " XC-CLAIM-NUMBER
                       " NOT ON MASTER - CLAIM LEFT APPROVED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.
           IF WS-EMPLOYEE-OK = "Y"
               MOVE 0 TO WS-GROSS-PAY
               PERFORM WRITE-OFF-CYCLE-PAY
           END-IF.

       PAY-EXPENSE-CLAIMS.
           MOVE 0 TO WS-REIMBURSEMENT.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               MOVE WS-CLAIM-IMAGE(WS-CLAIM-SUB)
                   TO EXPENSE-CLAIM-RECORD
               IF XC-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND XC-STATUS = "A"
                   ADD XC-AMOUNT TO WS-REIMBURSEMENT
                   MOVE "D" TO XC-STATUS
                   MOVE WS-PAY-DATE TO XC-PAID-DATE
                   MOVE "O" TO XC-PAID-BY
                   MOVE EXPENSE-CLAIM-RECORD
                       TO WS-CLAIM-IMAGE(WS-CLAIM-SUB)
                   MOVE "Y" TO WS-CLAIMS-CHANGED
               END-IF
           END-PERFORM.
           ADD WS-REIMBURSEMENT TO WS-TOTAL-REIMBURSEMENT.

       LOAD-EXPENSE-CLAIMS.
           OPEN INPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS NOT = "00"
               MOVE "Y" TO WS-CLAIM-EOF
           ELSE
               PERFORM UNTIL WS-CLAIM-EOF = "Y"
                       OR WS-CLAIM-COUNT >= 2000
                   READ ExpenseClaimFile
                       AT END
                           MOVE "Y" TO WS-CLAIM-EOF
                       NOT AT END
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE EXPENSE-CLAIM-RECORD
                               TO WS-CLAIM-IMAGE(WS-CLAIM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

       REWRITE-EXPENSE-CLAIMS.
           OPEN OUTPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE EXPENSE CLAIM FILE: STATUS "
                   WS-CLAIM-STATUS
           ELSE
               PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                       UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                   MOVE WS-CLAIM-IMAGE(WS-CLAIM-SUB)
                       TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
               END-PERFORM
               CLOSE ExpenseClaimFile
               DISPLAY "EXPENSE CLAIM FILE UPDATED."
           END-IF.

       APPLY-LOAN-REPAYMENTS.
           MOVE 0 TO WS-LOAN-DEDUCTION.
           IF WS-LOANS-OPEN = "Y"
               COMPUTE WS-LOAN-AVAILABLE =
                   WS-GROSS-PAY - WS-FEDERAL-TAX
                 - WS-STATE-TAX - WS-LOCAL-TAX
                 - WS-SOCSEC-TAX - WS-MEDICARE-TAX
               MOVE WS-EMPLOYEE-ID TO LN-EMPLOYEE-ID
               MOVE 0 TO LN-LOAN-NUMBER
               MOVE "N" TO WS-LOAN-EOF
               START LoanFile KEY NOT < LN-LOAN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LOAN-EOF
               END-START
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LoanFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           IF LN-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                               MOVE "Y" TO WS-LOAN-EOF
                           ELSE
                               PERFORM TAKE-ONE-LOAN-REPAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               ADD WS-LOAN-DEDUCTION TO WS-TOTAL-LOAN-DEDUCTION
           END-IF.

       TAKE-ONE-LOAN-REPAYMENT.
           IF LN-BALANCE > ZERO
                   AND ((LN-STATUS = "A"
                         AND LN-LAST-DEDUCT-DATE NOT = WS-PAY-DATE)
                     OR LN-STATUS = "F")
               IF LN-STATUS = "F"
                   MOVE LN-BALANCE TO WS-LOAN-TAKE
               ELSE
                   MOVE LN-REPAYMENT-AMOUNT TO WS-LOAN-TAKE
               END-IF
               IF WS-LOAN-TAKE > LN-BALANCE
                   MOVE LN-BALANCE TO WS-LOAN-TAKE
               END-IF
               IF WS-LOAN-TAKE > WS-LOAN-AVAILABLE
                   MOVE WS-LOAN-AVAILABLE TO WS-LOAN-TAKE
               END-IF
               IF WS-LOAN-TAKE = ZERO
                   DISPLAY "LOAN " LN-LOAN-NUMBER " REPAYMENT SKIPPED "
                       "FOR EMPLOYEE " WS-EMPLOYEE-ID
                       " - NO NET PAY AVAILABLE"
               ELSE
                   SUBTRACT WS-LOAN-TAKE FROM LN-BALANCE
                   SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-AVAILABLE
                   ADD WS-LOAN-TAKE TO WS-LOAN-DEDUCTION
                   MOVE WS-PAY-DATE TO LN-LAST-DEDUCT-DATE
                   IF LN-BALANCE = ZERO
                       MOVE "P" TO LN-STATUS
                       DISPLAY "LOAN " LN-LOAN-NUMBER
                           " PAID OFF FOR EMPLOYEE " WS-EMPLOYEE-ID
                   END-IF
                   REWRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING LOAN "
                               LN-LOAN-NUMBER " FOR EMPLOYEE "
                               WS-EMPLOYEE-ID ": STATUS "
                               WS-LOAN-STATUS
                   END-REWRITE
                   MOVE LN-EMPLOYEE-ID   TO LA-EMPLOYEE-ID
                   MOVE LN-LOAN-NUMBER   TO LA-LOAN-NUMBER
                   MOVE WS-PAY-DATE      TO LA-ACTIVITY-DATE
                   MOVE "O"              TO LA-ACTIVITY-TYPE
                   MOVE WS-LOAN-TAKE     TO LA-AMOUNT
                   MOVE LN-BALANCE       TO LA-BALANCE-AFTER
                   MOVE ZERO             TO LA-PERIOD-NUMBER
                   MOVE WS-PROGRAM-NAME  TO LA-PROGRAM-NAME
                   WRITE LOAN-ACTIVITY-RECORD
               END-IF
           END-IF.
