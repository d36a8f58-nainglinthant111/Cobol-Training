               ACCESS MODE IS RANDOM
               RECORD KEY IS XE-NAME-KEY
               FILE STATUS IS WS-XREF-STATUS.
           SELECT LoanFile ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LoanActivityFile ASSIGN TO "loanactivity.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-ACTIVITY-STATUS.
           SELECT FinalPayDeductionFile ASSIGN TO "finalpayded.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINAL-DED-STATUS.
           SELECT PremiumDeductionFile
               ASSIGN TO "premiumdeductions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-STATUS.
           SELECT CobraEventFile ASSIGN TO "cobraevents.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COBRA-STATUS.
           SELECT PositionFile ASSIGN TO "positions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EmpNameXrefFile.
       COPY "EmpNameXref.cpy".

       FD LoanFile.
       COPY "LoanMaster.cpy".

       FD LoanActivityFile.
       COPY "LoanActivity.cpy".

       FD FinalPayDeductionFile.
       COPY "FinalPayDeduction.cpy".

       FD PremiumDeductionFile.
       COPY "PremiumDeduction.cpy".

       FD CobraEventFile.
       COPY "CobraEvent.cpy".

       FD PositionFile.
       COPY "Position.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-TERM-STATUS      PIC XX.
       01 WS-XREF-STATUS      PIC XX.
       01 WS-XREF-OPEN        PIC X VALUE "N".
       01 WS-LOAN-STATUS      PIC XX.
       01 WS-LOAN-ACTIVITY-STATUS PIC XX.
       01 WS-FINAL-DED-STATUS PIC XX.
       01 WS-LOANS-OPEN       PIC X VALUE "N".
       01 WS-PREMIUM-STATUS   PIC XX.
       01 WS-COBRA-STATUS     PIC XX.
       01 WS-PREMIUM-EOF      PIC X.
       01 WS-LAST-PREMIUM     PIC 9(5)V99.
       01 WS-LAST-BAND        PIC X(12).
       01 WS-LAST-PREMIUM-DATE PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-COBRA-DAYS       PIC 9(3) VALUE 60.
       01 WS-COBRA-MONTHS     PIC 99 VALUE 18.
       01 WS-COBRA-MONTH.
           02 WS-COBRA-YEAR   PIC 9(4).
           02 WS-COBRA-MM     PIC 99.
       01 WS-COBRA-MONTH-NUM REDEFINES WS-COBRA-MONTH PIC 9(6).
       01 WS-COBRA-SUB        PIC 99.
       01 WS-POSITION-STATUS  PIC XX.
       01 WS-POSITION-EOF     PIC X.
       01 WS-POSITION-TABLE.
           02 WS-POS-COUNT PIC 9(4) VALUE 0.
           02 WS-POS-ENTRY OCCURS 2000 TIMES.
             03 WS-POS-IMAGE   PIC X(60).
       01 WS-POS-SUB          PIC 9(4).
       01 WS-POS-CHANGED      PIC X.
       01 WS-VACATE-ID        PIC 9(5).
       01 WS-LOAN-EOF         PIC X.
       01 WS-FINAL-DED-COUNT  PIC 9(5) VALUE 0.
       01 WS-FINAL-DED-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-TERMINATE  VALUE "T".
           88 MODE-FINALIZE   VALUE "F".
           88 MODE-REPORT     VALUE "R".
           88 MODE-DEDUCTIONS VALUE "D".
       01 WS-TODAY            PIC 9(8).

       01 WS-EMPLOYEE-ID      PIC 9(5).
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (T=TERMINATE, F=FINALIZE PAST DATES, "
               "R=REPORT, D=FINAL-PAY DEDUCTIONS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
                   PERFORM FINALIZE-TERMINATIONS
               WHEN MODE-REPORT
                   PERFORM TURNOVER-REPORT
               WHEN MODE-DEDUCTIONS
                   PERFORM FINAL-PAY-DEDUCTION-LIST
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.
           IF WS-TERM-STATUS = "05" OR WS-TERM-STATUS = "35"
               OPEN OUTPUT TermHistoryFile
           END-IF.
           OPEN EXTEND CobraEventFile.
           IF WS-COBRA-STATUS = "05" OR WS-COBRA-STATUS = "35"
               OPEN OUTPUT CobraEventFile
           END-IF.
           PERFORM OPEN-NAME-XREF.
           PERFORM OPEN-LOAN-FILES.
           PERFORM UNTIL WS-END = "N"
               PERFORM TERMINATE-ONE-EMPLOYEE
               DISPLAY "PROCESS ANOTHER TERMINATION (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.
           PERFORM CLOSE-LOAN-FILES.
           PERFORM CLOSE-NAME-XREF.
           CLOSE CobraEventFile.
           CLOSE TermHistoryFile.
           CLOSE EMPLOYEE-MASTER-FILE.

               MOVE "I" TO EM-EMPLOYEE-STATUS
               DISPLAY "EFFECTIVE DATE PASSED - "
                   "EMPLOYEE MARKED INACTIVE"
               MOVE WS-EMPLOYEE-ID TO WS-VACATE-ID
               PERFORM VACATE-POSITION
           ELSE
               DISPLAY "EMPLOYEE REMAINS PAYABLE THROUGH "
                   WS-EFFECTIVE-DATE
           WRITE TERM-HISTORY-RECORD.
           DISPLAY "TERMINATION RECORDED FOR EMPLOYEE "
               WS-EMPLOYEE-ID.
           PERFORM REFER-LOANS-TO-FINAL-PAY.
           PERFORM CREATE-COBRA-EVENT.

       REFER-LOANS-TO-FINAL-PAY.
           IF WS-LOANS-OPEN = "Y"
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
                               IF (LN-STATUS = "A" OR LN-STATUS = "H")
                                       AND LN-BALANCE > ZERO
                                   PERFORM REFER-ONE-LOAN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REFER-ONE-LOAN.
           MOVE "F" TO LN-STATUS.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING LOAN " LN-LOAN-NUMBER
                       ": STATUS " WS-LOAN-STATUS
           END-REWRITE.
           MOVE LN-EMPLOYEE-ID    TO LA-EMPLOYEE-ID.
           MOVE LN-LOAN-NUMBER    TO LA-LOAN-NUMBER.
           MOVE WS-TODAY          TO LA-ACTIVITY-DATE.
           MOVE "F"               TO LA-ACTIVITY-TYPE.
           MOVE ZERO              TO LA-AMOUNT.
           MOVE LN-BALANCE        TO LA-BALANCE-AFTER.
           MOVE ZERO              TO LA-PERIOD-NUMBER.
           MOVE WS-PROGRAM-NAME   TO LA-PROGRAM-NAME.
           WRITE LOAN-ACTIVITY-RECORD.
           MOVE LN-EMPLOYEE-ID    TO FP-EMPLOYEE-ID.
           MOVE "LOAN"            TO FP-DEDUCTION-CODE.
           MOVE SPACES            TO FP-REFERENCE.
           MOVE LN-LOAN-NUMBER    TO FP-REFERENCE(1:3).
           MOVE LN-BALANCE        TO FP-AMOUNT.
           MOVE WS-EFFECTIVE-DATE TO FP-TERM-DATE.
           MOVE WS-TODAY          TO FP-LIST-DATE.
           MOVE WS-OPERATOR-ID    TO FP-OPERATOR-ID.
           WRITE FINAL-PAY-DEDUCTION-RECORD.
           DISPLAY "LOAN " LN-LOAN-NUMBER " BALANCE " LN-BALANCE
               " ADDED TO FINAL-PAY DEDUCTION LIST".

       CREATE-COBRA-EVENT.
           MOVE ZERO TO WS-LAST-PREMIUM.
           MOVE ZERO TO WS-LAST-PREMIUM-DATE.
           MOVE SPACES TO WS-LAST-BAND.
           MOVE "N" TO WS-PREMIUM-EOF.
           OPEN INPUT PremiumDeductionFile.
           IF WS-PREMIUM-STATUS = "00"
               PERFORM UNTIL WS-PREMIUM-EOF = "Y"
                   READ PremiumDeductionFile
                       AT END
                           MOVE "Y" TO WS-PREMIUM-EOF
                       NOT AT END
                           IF PD-EMPLOYEE-ID = WS-EMPLOYEE-ID
                                   AND PD-MONTHLY-PREMIUM > ZERO
                                   AND PD-DEDUCTION-DATE
                                       >= WS-LAST-PREMIUM-DATE
                               MOVE PD-MONTHLY-PREMIUM
                                   TO WS-LAST-PREMIUM
                               MOVE PD-INSURANCE-BAND TO WS-LAST-BAND
                               MOVE PD-DEDUCTION-DATE
                                   TO WS-LAST-PREMIUM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PremiumDeductionFile
           END-IF.
           IF WS-LAST-PREMIUM > ZERO
               MOVE WS-EMPLOYEE-ID    TO CB-EMPLOYEE-ID
               MOVE WS-EFFECTIVE-DATE TO CB-EVENT-DATE
               MOVE WS-REASON-CODE    TO CB-REASON-CODE
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-EFFECTIVE-DATE
                   WS-COBRA-DAYS CB-ELECTION-DEADLINE
               MOVE WS-LAST-BAND      TO CB-COVERAGE-DESC
               COMPUTE CB-MONTHLY-PREMIUM ROUNDED =
                   WS-LAST-PREMIUM * 1.02
               MOVE WS-EFFECTIVE-DATE(1:6) TO WS-COBRA-MONTH-NUM
               PERFORM ADVANCE-COBRA-MONTH
               MOVE WS-COBRA-MONTH-NUM TO CB-FIRST-MONTH
               PERFORM VARYING WS-COBRA-SUB FROM 2 BY 1
                       UNTIL WS-COBRA-SUB > WS-COBRA-MONTHS
                   PERFORM ADVANCE-COBRA-MONTH
               END-PERFORM
               MOVE WS-COBRA-MONTH-NUM TO CB-LAST-MONTH
               MOVE "N"               TO CB-STATUS
               MOVE ZERO              TO CB-NOTICE-DATE
               MOVE ZERO              TO CB-ELECTION-DATE
               MOVE ZERO              TO CB-BILLED-THROUGH
               MOVE ZERO              TO CB-PAID-THROUGH
               MOVE ZERO              TO CB-LAST-BILL-DATE
               MOVE ZERO              TO CB-LAST-BILL-AMOUNT
               MOVE ZERO              TO CB-LAST-PAYMENT-DATE
               MOVE ZERO              TO CB-CLOSED-DATE
               MOVE WS-TODAY          TO CB-RECORD-DATE
               MOVE WS-OPERATOR-ID    TO CB-OPERATOR-ID
               WRITE COBRA-EVENT-RECORD
               DISPLAY "COBRA EVENT CREATED - ELECTION DEADLINE "
                   CB-ELECTION-DEADLINE
           END-IF.

       ADVANCE-COBRA-MONTH.
           IF WS-COBRA-MM = 12
               MOVE 1 TO WS-COBRA-MM
               ADD 1 TO WS-COBRA-YEAR
           ELSE
               ADD 1 TO WS-COBRA-MM
           END-IF.

       OPEN-LOAN-FILES.
           MOVE "N" TO WS-LOANS-OPEN.
           OPEN I-O LoanFile.
           IF WS-LOAN-STATUS = "00"
               OPEN EXTEND LoanActivityFile
               IF WS-LOAN-ACTIVITY-STATUS = "05"
                       OR WS-LOAN-ACTIVITY-STATUS = "35"
                   OPEN OUTPUT LoanActivityFile
               END-IF
               OPEN EXTEND FinalPayDeductionFile
               IF WS-FINAL-DED-STATUS = "05"
                       OR WS-FINAL-DED-STATUS = "35"
                   OPEN OUTPUT FinalPayDeductionFile
               END-IF
               MOVE "Y" TO WS-LOANS-OPEN
           ELSE
               IF WS-LOAN-STATUS NOT = "35"
                   DISPLAY "LOAN FILE NOT AVAILABLE: STATUS "
                       WS-LOAN-STATUS " - REFER OUTSTANDING LOANS "
                       "TO FINAL PAY MANUALLY"
               END-IF
           END-IF.

       CLOSE-LOAN-FILES.
           IF WS-LOANS-OPEN = "Y"
               CLOSE LoanFile
               CLOSE LoanActivityFile
               CLOSE FinalPayDeductionFile
               MOVE "N" TO WS-LOANS-OPEN
           END-IF.

       FINAL-PAY-DEDUCTION-LIST.
           OPEN INPUT FinalPayDeductionFile.
           IF WS-FINAL-DED-STATUS NOT = "00"
               DISPLAY "NO FINAL-PAY DEDUCTIONS ON FILE."
           ELSE
               DISPLAY " "
               DISPLAY "FINAL-PAY DEDUCTION LIST"
               DISPLAY "EMPLOYEE  CODE  REFERENCE   AMOUNT      "
                   "TERM DATE LISTED"
               DISPLAY "------------------------------------------"
                   "----------------------"
               PERFORM UNTIL WS-EOF = "Y"
                   READ FinalPayDeductionFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FINAL-DED-COUNT
                           ADD FP-AMOUNT TO WS-FINAL-DED-TOTAL
                           DISPLAY FP-EMPLOYEE-ID "     "
                               FP-DEDUCTION-CODE "  " FP-REFERENCE
                               "  " FP-AMOUNT "  " FP-TERM-DATE
                               "  " FP-LIST-DATE
                   END-READ
               END-PERFORM
               CLOSE FinalPayDeductionFile
               DISPLAY "------------------------------------------"
                   "----------------------"
               DISPLAY "DEDUCTIONS LISTED: " WS-FINAL-DED-COUNT
                   "  TOTAL: " WS-FINAL-DED-TOTAL
           END-IF.

       FINALIZE-TERMINATIONS.
           OPEN I-O EMPLOYEE-MASTER-FILE.
                           DISPLAY "EMPLOYEE "
                               EM-EMPLOYEE-ID-PACKED
                               " FINALIZED INACTIVE"
                           MOVE EM-EMPLOYEE-ID-PACKED TO WS-VACATE-ID
                           PERFORM VACATE-POSITION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY "EMPLOYEES FINALIZED: " WS-WRITTEN-COUNT.

       VACATE-POSITION.
           MOVE 0 TO WS-POS-COUNT.
           MOVE "N" TO WS-POS-CHANGED.
           MOVE "N" TO WS-POSITION-EOF.
           OPEN INPUT PositionFile.
           IF WS-POSITION-STATUS = "00"
               PERFORM UNTIL WS-POSITION-EOF = "Y"
                       OR WS-POS-COUNT >= 2000
                   READ PositionFile
                       AT END
                           MOVE "Y" TO WS-POSITION-EOF
                       NOT AT END
                           ADD 1 TO WS-POS-COUNT
                           IF PN-INCUMBENT-ID = WS-VACATE-ID
                               MOVE ZERO TO PN-INCUMBENT-ID
                               MOVE WS-TODAY TO PN-VACATED-DATE
                               MOVE "Y" TO WS-POS-CHANGED
                               DISPLAY "POSITION " PN-POSITION-NUMBER
                                   " IS NOW VACANT"
                           END-IF
                           MOVE POSITION-RECORD
                               TO WS-POS-IMAGE(WS-POS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PositionFile
               IF WS-POSITION-EOF NOT = "Y"
                   DISPLAY "POSITION FILE EXCEEDS 2000 RECORDS - "
                       "FREE THE POSITION MANUALLY"
               ELSE
               IF WS-POS-CHANGED = "Y"
                   PERFORM REWRITE-POSITIONS
               END-IF END-IF
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
               END-PERFORM
               CLOSE PositionFile
           END-IF.

       OPEN-NAME-XREF.
           OPEN I-O EmpNameXrefFile.
           IF WS-XREF-STATUS = "35"
