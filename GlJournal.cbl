           SELECT AcctPeriodFile ASSIGN TO "acctperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT LoanActivityFile ASSIGN TO "loanactivity.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Loan-Status.
           SELECT LaborDistFile ASSIGN TO "labordist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Labor-Status.
           SELECT ExpenseClaimFile ASSIGN TO "expenseclaims.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Claim-Status.
           SELECT DepositFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Deposit-Status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-Master-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.

       DATA DIVISION.
       FILE SECTION.
           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).
       01 GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
           02 FILLER              PIC X.
           02 GJ-RUN-DATE         PIC 9(8).
           02 GJ-COMPANY-CODE     PIC XX.
           02 FILLER              PIC X(46).
       01 GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           02 FILLER              PIC X.
           02 GJ-TOTAL-DEBITS     PIC 9(9)V99.
           02 GJ-TOTAL-CREDITS    PIC 9(9)V99.
           02 GJ-LINE-COUNT       PIC 9(4).
           02 FILLER              PIC X(30).

       FD InvJournalFile.
       01 INV-JOURNAL-RECORD.
           02 IJ-OPERATOR-ID      PIC X(10).
           02 IJ-UNIT-COST        PIC 9(5)V99.
           02 IJ-EXTENDED-COST    PIC 9(9)V99.
           02 IJ-WAREHOUSE-CODE   PIC X(2).
           02 IJ-TO-WAREHOUSE     PIC X(2).
           02 IJ-LOT-NUMBER       PIC X(15).
           02 IJ-PO-NUMBER        PIC 9(6).

       FD GlAccountFile.
       COPY "GlAccount.cpy".
       FD AcctPeriodFile.
       COPY "AcctPeriod.cpy".

       FD LoanActivityFile.
       COPY "LoanActivity.cpy".

       FD LaborDistFile.
       COPY "LaborDist.cpy".

       FD ExpenseClaimFile.
       COPY "ExpenseClaim.cpy".

       FD DepositFile.
       COPY "Deposit.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Payroll-Status   PIC XX.
       01 WS-RUN-DATE         PIC 9(8).

       01 WS-SALES-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-FREIGHT-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-Deposit-Status   PIC XX.
       01 WS-DEPOSIT-IN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-DEPOSIT-USED-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-GROSS-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-FEDERAL-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-STATE-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-LOCAL-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-SOCSEC-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-MEDICARE-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-NET-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-OTHER-DED-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-EMPLOYER-FICA-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-EMPLOYER-UNEMP-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-EMPLOYER-TAX-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-RETIRE-MATCH-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-LOAN-REPAID-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-Loan-Status          PIC XX.
       01 WS-ADVANCE-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-InvJournal-Status    PIC XX.
       01 WS-COGS-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-Labor-Status         PIC XX.
       01 WS-Labor-Table.
           02 WS-Lab-Count PIC 9(3) VALUE 0.
           02 WS-Lab-Entry OCCURS 300 TIMES.
             03 WS-Lab-Type   PIC X.
             03 WS-Lab-Code   PIC X(6).
             03 WS-Lab-Amount PIC 9(9)V99.
       01 WS-Lab-Sub          PIC 9(3).
       01 WS-Lab-Found        PIC 9(3).
       01 WS-Lab-Code-Key     PIC X(6).
       01 WS-DISTRIBUTED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-UNDISTRIBUTED-TOTAL  PIC 9(9)V99 VALUE 0.
       01 WS-Keep-Description PIC X VALUE "N".
       01 WS-REIMB-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-Claim-Status         PIC XX.
       01 WS-Exp-Table.
           02 WS-Exp-Count PIC 9(3) VALUE 0.
           02 WS-Exp-Entry OCCURS 100 TIMES.
             03 WS-Exp-Account PIC 9(4).
             03 WS-Exp-Amount  PIC 9(9)V99.
       01 WS-Exp-Sub          PIC 9(3).
       01 WS-Exp-Found        PIC 9(3).
       01 WS-CLAIMED-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-UNCLAIMED-TOTAL      PIC 9(9)V99 VALUE 0.

       01 WS-Account-Status   PIC XX.
       01 WS-Account-Eof      PIC X VALUE "N".
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-LINE-COUNT       PIC 9(4) VALUE 0.

       01 WS-Master-Status    PIC XX.
       01 WS-Master-Open      PIC X VALUE "N".
       01 WS-Customer-Status  PIC XX.
       01 WS-Customer-Open    PIC X VALUE "N".
       01 WS-Rec-Company      PIC XX.
       01 WS-JOURNAL-COMPANY  PIC XX.
       01 WS-Gco-Table.
           02 WS-Gco-Count PIC 99 VALUE 0.
           02 WS-Gco-Code OCCURS 50 TIMES PIC XX.
       01 WS-Gco-Sub          PIC 99.
       01 WS-Gco-Found        PIC X.
       01 WS-Journal-Open     PIC X VALUE "N".
       01 WS-BATCH-COUNT      PIC 99 VALUE 0.
       01 WS-RUN-DEBITS       PIC 9(9)V99 VALUE 0.
       01 WS-RUN-CREDITS      PIC 9(9)V99 VALUE 0.
       01 WS-RUN-LINES        PIC 9(6) VALUE 0.
       01 WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01 WS-PAYROLL-POSTED   PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER RUN DATE TO JOURNALIZE (YYYYMMDD): ".
               DISPLAY "MONTH " WS-RUN-DATE(1:6) " IS CLOSED - "
                   "ACTIVITY ROLLS INTO PERIOD " WS-POSTING-PERIOD
           END-IF.
           PERFORM OPEN-COMPANY-LOOKUPS.
           PERFORM COLLECT-ACTIVITY-COMPANIES.
           PERFORM VARYING WS-Gco-Sub FROM 1 BY 1
                   UNTIL WS-Gco-Sub > WS-Gco-Count
               MOVE WS-Gco-Code(WS-Gco-Sub) TO WS-JOURNAL-COMPANY
               PERFORM JOURNALIZE-COMPANY
           END-PERFORM.
           PERFORM CLOSE-COMPANY-LOOKUPS.

           IF WS-BATCH-COUNT = 0
               DISPLAY "NO ACTIVITY FOR " WS-RUN-DATE
                   " - NO JOURNAL WRITTEN"
               STOP RUN
           END-IF.

           CLOSE GlJournalFile.

           IF WS-PAYROLL-POSTED = "Y"
               MOVE "GLNET" TO WS-BALANCE-STAGE
               MOVE WS-RUN-LINES TO WS-BALANCE-COUNT
               MOVE WS-RUN-NET TO WS-BALANCE-AMOUNT
               CALL "BALANCE-LOG" USING WS-BALANCE-PERIOD
                   WS-BALANCE-STAGE WS-BALANCE-COUNT
                   WS-BALANCE-AMOUNT
           END-IF.

           DISPLAY "GL JOURNAL WRITTEN FOR " WS-RUN-DATE.
           DISPLAY "COMPANY BATCHES : " WS-BATCH-COUNT.
           DISPLAY "JOURNAL LINES : " WS-RUN-LINES.
           DISPLAY "TOTAL DEBITS  : " WS-RUN-DEBITS.
           DISPLAY "TOTAL CREDITS : " WS-RUN-CREDITS.
           IF WS-RUN-DEBITS NOT = WS-RUN-CREDITS
               DISPLAY "JOURNAL DOES NOT BALANCE - "
                   "DO NOT POST THIS FILE"
           END-IF.
           IF WS-UNLISTED-COUNT > 0
               DISPLAY "LINES POSTED TO ACCOUNTS NOT ON CHART: "
                   WS-UNLISTED-COUNT
           END-IF.

           STOP RUN.

       JOURNALIZE-COMPANY.
           PERFORM RESET-ACTIVITY-TOTALS.
           PERFORM TOTAL-INVOICE-ACTIVITY.
           PERFORM TOTAL-PAYROLL-ACTIVITY.
           IF WS-GROSS-TOTAL > ZERO
               PERFORM TOTAL-LABOR-DISTRIBUTION
           END-IF.
           IF WS-REIMB-TOTAL > ZERO
               PERFORM TOTAL-EXPENSE-CLAIMS
           END-IF.
           IF WS-JOURNAL-COMPANY = "01"
               PERFORM TOTAL-INVENTORY-ACTIVITY
           END-IF.
           PERFORM TOTAL-LOAN-ADVANCES.
           PERFORM TOTAL-DEPOSIT-ACTIVITY.

           IF WS-SALES-TOTAL = ZERO AND WS-GROSS-TOTAL = ZERO
                   AND WS-COGS-TOTAL = ZERO AND WS-ADVANCE-TOTAL = ZERO
                   AND WS-REIMB-TOTAL = ZERO
                   AND WS-DEPOSIT-IN-TOTAL = ZERO
                   AND WS-DEPOSIT-USED-TOTAL = ZERO
               CONTINUE
           ELSE
               PERFORM WRITE-COMPANY-BATCH
           END-IF.

       WRITE-COMPANY-BATCH.
           IF WS-Journal-Open = "N"
               OPEN EXTEND GlJournalFile
               IF WS-Journal-Status = "05" OR WS-Journal-Status = "35"
                   OPEN OUTPUT GlJournalFile
               END-IF
               IF WS-Journal-Status NOT = "00"
                   DISPLAY "Unable to open GL journal: status "
                       WS-Journal-Status
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-Journal-Open
           END-IF.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-JOURNAL-COMPANY TO GJ-COMPANY-CODE.
           WRITE GL-JOURNAL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD.

           IF WS-SALES-TOTAL > ZERO
               PERFORM WRITE-INVOICE-SECTION
           END-IF.
           IF WS-GROSS-TOTAL > ZERO OR WS-REIMB-TOTAL > ZERO
               PERFORM WRITE-PAYROLL-SECTION
               MOVE "Y" TO WS-PAYROLL-POSTED
               ADD WS-NET-TOTAL TO WS-RUN-NET
           END-IF.
           IF WS-COGS-TOTAL > ZERO
               PERFORM WRITE-COGS-SECTION
           END-IF.
           IF WS-ADVANCE-TOTAL > ZERO
               PERFORM WRITE-ADVANCE-SECTION
           END-IF.
           IF WS-DEPOSIT-IN-TOTAL > ZERO
                   OR WS-DEPOSIT-USED-TOTAL > ZERO
               PERFORM WRITE-DEPOSIT-SECTION
           END-IF.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE WS-LINE-COUNT    TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.

           ADD 1 TO WS-BATCH-COUNT.
           ADD WS-LINE-COUNT    TO WS-RUN-LINES.
           ADD WS-TOTAL-DEBITS  TO WS-RUN-DEBITS.
           ADD WS-TOTAL-CREDITS TO WS-RUN-CREDITS.
           DISPLAY "COMPANY " WS-JOURNAL-COMPANY " BATCH: "
               WS-LINE-COUNT " LINES, DEBITS " WS-TOTAL-DEBITS
               " CREDITS " WS-TOTAL-CREDITS.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "COMPANY " WS-JOURNAL-COMPANY
                   " BATCH DOES NOT BALANCE"
           END-IF.

       RESET-ACTIVITY-TOTALS.
           MOVE 0 TO WS-SALES-TOTAL WS-FREIGHT-TOTAL
               WS-DEPOSIT-IN-TOTAL WS-DEPOSIT-USED-TOTAL
               WS-GROSS-TOTAL WS-FEDERAL-TOTAL WS-STATE-TOTAL
               WS-LOCAL-TOTAL WS-SOCSEC-TOTAL WS-MEDICARE-TOTAL
               WS-NET-TOTAL WS-OTHER-DED-TOTAL
               WS-EMPLOYER-FICA-TOTAL WS-EMPLOYER-UNEMP-TOTAL
               WS-EMPLOYER-TAX-TOTAL WS-RETIRE-MATCH-TOTAL
               WS-LOAN-REPAID-TOTAL WS-ADVANCE-TOTAL WS-COGS-TOTAL
               WS-Lab-Count WS-DISTRIBUTED-TOTAL
               WS-UNDISTRIBUTED-TOTAL WS-REIMB-TOTAL
               WS-Exp-Count WS-CLAIMED-TOTAL WS-UNCLAIMED-TOTAL
               WS-TOTAL-DEBITS WS-TOTAL-CREDITS WS-LINE-COUNT.

       OPEN-COMPANY-LOOKUPS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-Master-Status = "00"
               MOVE "Y" TO WS-Master-Open
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE: STATUS "
                   WS-Master-Status " - PAYROLL POSTS TO COMPANY 01"
           END-IF.
           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           ELSE
               DISPLAY "CUSTOMER FILE NOT AVAILABLE: STATUS "
                   WS-Customer-Status " - SALES POST TO COMPANY 01"
           END-IF.

       CLOSE-COMPANY-LOOKUPS.
           IF WS-Master-Open = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-Customer-Open = "Y"
               CLOSE CustomerFile
           END-IF.

       FIND-EMPLOYEE-COMPANY.
           MOVE "01" TO WS-Rec-Company.
           IF WS-Master-Open = "Y"
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-COMPANY-CODE NOT = SPACES
                           MOVE EM-COMPANY-CODE TO WS-Rec-Company
                       END-IF
               END-READ
           END-IF.

       FIND-CUSTOMER-COMPANY.
           MOVE "01" TO WS-Rec-Company.
           IF WS-Customer-Open = "Y"
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CustomerCompanyCode NOT = SPACES
                           MOVE CustomerCompanyCode TO WS-Rec-Company
                       END-IF
               END-READ
           END-IF.

       COLLECT-ACTIVITY-COMPANIES.
           MOVE 1 TO WS-Gco-Count.
           MOVE "01" TO WS-Gco-Code(1).
           MOVE "N" TO WS-Eof.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-DATE = WS-RUN-DATE
                               MOVE IV-CUSTOMER-ID TO CustomerID
                               PERFORM FIND-CUSTOMER-COMPANY
                               PERFORM ADD-ACTIVITY-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.
           MOVE "N" TO WS-Eof.
           OPEN INPUT PayrollHistoryFile.
           IF WS-Payroll-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PH-PAY-DATE = WS-RUN-DATE
                               MOVE PH-EMPLOYEE-ID
                                   TO EM-EMPLOYEE-ID-PACKED
                               PERFORM FIND-EMPLOYEE-COMPANY
                               PERFORM ADD-ACTIVITY-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.
           MOVE "N" TO WS-Eof.
           OPEN INPUT LoanActivityFile.
           IF WS-Loan-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ LoanActivityFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF LA-ACTIVITY-DATE = WS-RUN-DATE
                                   AND LA-ACTIVITY-TYPE = "I"
                               MOVE LA-EMPLOYEE-ID
                                   TO EM-EMPLOYEE-ID-PACKED
                               PERFORM FIND-EMPLOYEE-COMPANY
                               PERFORM ADD-ACTIVITY-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoanActivityFile
           END-IF.
           MOVE "N" TO WS-Eof.
           OPEN INPUT DepositFile.
           IF WS-Deposit-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ DepositFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF DE-ENTRY-DATE = WS-RUN-DATE
                               MOVE DE-CUSTOMER-ID TO CustomerID
                               PERFORM FIND-CUSTOMER-COMPANY
                               PERFORM ADD-ACTIVITY-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF.

       ADD-ACTIVITY-COMPANY.
           MOVE "N" TO WS-Gco-Found.
           PERFORM VARYING WS-Gco-Sub FROM 1 BY 1
                   UNTIL WS-Gco-Sub > WS-Gco-Count
                   OR WS-Gco-Found = "Y"
               IF WS-Gco-Code(WS-Gco-Sub) = WS-Rec-Company
                   MOVE "Y" TO WS-Gco-Found
               END-IF
           END-PERFORM.
           IF WS-Gco-Found = "N"
               IF WS-Gco-Count < 50
                   ADD 1 TO WS-Gco-Count
                   MOVE WS-Rec-Company TO WS-Gco-Code(WS-Gco-Count)
               ELSE
                   DISPLAY "MORE THAN 50 COMPANIES WITH ACTIVITY - "
                       "COMPANY " WS-Rec-Company " NOT JOURNALIZED"
               END-IF
           END-IF.

       TOTAL-INVOICE-ACTIVITY.
           MOVE "N" TO WS-Eof.
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-DATE = WS-RUN-DATE
                               MOVE IV-CUSTOMER-ID TO CustomerID
                               PERFORM FIND-CUSTOMER-COMPANY
                               IF WS-Rec-Company = WS-JOURNAL-COMPANY
                                   ADD IV-INVOICE-AMOUNT
                                       TO WS-SALES-TOTAL
                                   ADD IV-FREIGHT-AMOUNT
                                       TO WS-FREIGHT-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF PH-PAY-DATE = WS-RUN-DATE
                               MOVE PH-EMPLOYEE-ID
                                   TO EM-EMPLOYEE-ID-PACKED
                               PERFORM FIND-EMPLOYEE-COMPANY
                               IF WS-Rec-Company = WS-JOURNAL-COMPANY
                                   PERFORM ADD-PAYROLL-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
               IF WS-FEDERAL-TOTAL + WS-STATE-TOTAL
                       + WS-LOCAL-TOTAL + WS-SOCSEC-TOTAL
                       + WS-MEDICARE-TOTAL + WS-NET-TOTAL
                       + WS-LOAN-REPAID-TOTAL
                       > WS-GROSS-TOTAL + WS-REIMB-TOTAL
                   DISPLAY "PAYROLL ACTIVITY FOR " WS-RUN-DATE
                       " COMPANY " WS-JOURNAL-COMPANY
                       " DOES NOT NET TO ZERO - "
                       "PAYROLL SECTION REJECTED"
                   MOVE 0 TO WS-GROSS-TOTAL
                   MOVE 0 TO WS-REIMB-TOTAL
               ELSE
                   COMPUTE WS-OTHER-DED-TOTAL =
                       WS-GROSS-TOTAL + WS-REIMB-TOTAL
                     - WS-FEDERAL-TOTAL
                     - WS-STATE-TOTAL - WS-LOCAL-TOTAL
                     - WS-SOCSEC-TOTAL - WS-MEDICARE-TOTAL
                     - WS-NET-TOTAL - WS-LOAN-REPAID-TOTAL
                   COMPUTE WS-EMPLOYER-TAX-TOTAL =
                       WS-EMPLOYER-FICA-TOTAL
                     + WS-EMPLOYER-UNEMP-TOTAL
               END-IF
           END-IF.

       ADD-PAYROLL-RECORD.
           ADD PH-GROSS-PAY   TO WS-GROSS-TOTAL.
           ADD PH-FEDERAL-TAX TO WS-FEDERAL-TOTAL.
           ADD PH-STATE-TAX   TO WS-STATE-TOTAL.
           ADD PH-LOCAL-TAX   TO WS-LOCAL-TOTAL.
           ADD PH-SOCSEC-TAX  TO WS-SOCSEC-TOTAL.
           ADD PH-MEDICARE-TAX TO WS-MEDICARE-TOTAL.
           ADD PH-NET-PAY     TO WS-NET-TOTAL.
           ADD PH-EMPLOYER-FICA TO WS-EMPLOYER-FICA-TOTAL.
           ADD PH-EMPLOYER-UNEMP TO WS-EMPLOYER-UNEMP-TOTAL.
           ADD PH-RETIRE-MATCH TO WS-RETIRE-MATCH-TOTAL.
           ADD PH-LOAN-DEDUCTION TO WS-LOAN-REPAID-TOTAL.
           ADD PH-REIMBURSEMENT TO WS-REIMB-TOTAL.

       TOTAL-LABOR-DISTRIBUTION.
           MOVE "N" TO WS-Eof.
           OPEN INPUT LaborDistFile.
           IF WS-Labor-Status NOT = "00"
               DISPLAY "LABOR DISTRIBUTION NOT AVAILABLE - "
                   "WAGES POSTED AS ONE AMOUNT"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ LaborDistFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF LD-PAY-DATE = WS-RUN-DATE
                               MOVE LD-EMPLOYEE-ID
                                   TO EM-EMPLOYEE-ID-PACKED
                               PERFORM FIND-EMPLOYEE-COMPANY
                               IF WS-Rec-Company = WS-JOURNAL-COMPANY
                                   PERFORM ADD-LABOR-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LaborDistFile
           END-IF.
           IF WS-DISTRIBUTED-TOTAL > WS-GROSS-TOTAL
               DISPLAY "LABOR DISTRIBUTION " WS-DISTRIBUTED-TOTAL
                   " EXCEEDS GROSS " WS-GROSS-TOTAL
                   " - WAGES POSTED AS ONE AMOUNT"
               MOVE 0 TO WS-Lab-Count
               MOVE 0 TO WS-DISTRIBUTED-TOTAL
           END-IF.
           COMPUTE WS-UNDISTRIBUTED-TOTAL =
               WS-GROSS-TOTAL - WS-DISTRIBUTED-TOTAL.

       ADD-LABOR-ENTRY.
           IF LD-CHARGE-TYPE = "J"
               MOVE LD-JOB-CODE TO WS-Lab-Code-Key
           ELSE
               MOVE LD-DEPT-CODE TO WS-Lab-Code-Key
           END-IF.
           MOVE 0 TO WS-Lab-Found.
           PERFORM VARYING WS-Lab-Sub FROM 1 BY 1
                   UNTIL WS-Lab-Sub > WS-Lab-Count
                   OR WS-Lab-Found > 0
               IF WS-Lab-Type(WS-Lab-Sub) = LD-CHARGE-TYPE
                       AND WS-Lab-Code(WS-Lab-Sub) = WS-Lab-Code-Key
                   MOVE WS-Lab-Sub TO WS-Lab-Found
               END-IF
           END-PERFORM.
           IF WS-Lab-Found = 0 AND WS-Lab-Count < 300
               ADD 1 TO WS-Lab-Count
               MOVE WS-Lab-Count TO WS-Lab-Found
               MOVE LD-CHARGE-TYPE TO WS-Lab-Type(WS-Lab-Found)
               MOVE WS-Lab-Code-Key TO WS-Lab-Code(WS-Lab-Found)
               MOVE 0 TO WS-Lab-Amount(WS-Lab-Found)
           END-IF.
           IF WS-Lab-Found > 0
               ADD LD-LABOR-AMOUNT TO WS-Lab-Amount(WS-Lab-Found)
               ADD LD-LABOR-AMOUNT TO WS-DISTRIBUTED-TOTAL
           END-IF.

       TOTAL-EXPENSE-CLAIMS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT ExpenseClaimFile.
           IF WS-Claim-Status NOT = "00"
               DISPLAY "EXPENSE CLAIMS NOT AVAILABLE - "
                   "REIMBURSEMENTS POSTED AS ONE AMOUNT"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ ExpenseClaimFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF XC-STATUS = "D"
                                   AND XC-PAID-DATE = WS-RUN-DATE
                               MOVE XC-EMPLOYEE-ID
                                   TO EM-EMPLOYEE-ID-PACKED
                               PERFORM FIND-EMPLOYEE-COMPANY
                               IF WS-Rec-Company = WS-JOURNAL-COMPANY
                                   PERFORM ADD-EXPENSE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.
           IF WS-CLAIMED-TOTAL > WS-REIMB-TOTAL
               DISPLAY "EXPENSE CLAIMS " WS-CLAIMED-TOTAL
                   " EXCEED REIMBURSEMENTS " WS-REIMB-TOTAL
                   " - REIMBURSEMENTS POSTED AS ONE AMOUNT"
               MOVE 0 TO WS-Exp-Count
               MOVE 0 TO WS-CLAIMED-TOTAL
           END-IF.
           COMPUTE WS-UNCLAIMED-TOTAL =
               WS-REIMB-TOTAL - WS-CLAIMED-TOTAL.

       ADD-EXPENSE-ENTRY.
           MOVE 0 TO WS-Exp-Found.
           PERFORM VARYING WS-Exp-Sub FROM 1 BY 1
                   UNTIL WS-Exp-Sub > WS-Exp-Count
                   OR WS-Exp-Found > 0
               IF WS-Exp-Account(WS-Exp-Sub) = XC-GL-ACCOUNT
                   MOVE WS-Exp-Sub TO WS-Exp-Found
               END-IF
           END-PERFORM.
           IF WS-Exp-Found = 0 AND WS-Exp-Count < 100
               ADD 1 TO WS-Exp-Count
               MOVE WS-Exp-Count TO WS-Exp-Found
               MOVE XC-GL-ACCOUNT TO WS-Exp-Account(WS-Exp-Found)
               MOVE 0 TO WS-Exp-Amount(WS-Exp-Found)
           END-IF.
           IF WS-Exp-Found > 0
               ADD XC-AMOUNT TO WS-Exp-Amount(WS-Exp-Found)
               ADD XC-AMOUNT TO WS-CLAIMED-TOTAL
           END-IF.

       TOTAL-INVENTORY-ACTIVITY.
           MOVE "N" TO WS-Eof.
           OPEN INPUT InvJournalFile.
               CLOSE InvJournalFile
           END-IF.

       TOTAL-LOAN-ADVANCES.
           MOVE "N" TO WS-Eof.
           OPEN INPUT LoanActivityFile.
           IF WS-Loan-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ LoanActivityFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF LA-ACTIVITY-DATE = WS-RUN-DATE
                                   AND LA-ACTIVITY-TYPE = "I"
                               MOVE LA-EMPLOYEE-ID
                                   TO EM-EMPLOYEE-ID-PACKED
                               PERFORM FIND-EMPLOYEE-COMPANY
                               IF WS-Rec-Company = WS-JOURNAL-COMPANY
                                   ADD LA-AMOUNT TO WS-ADVANCE-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoanActivityFile
           END-IF.

       TOTAL-DEPOSIT-ACTIVITY.
           MOVE "N" TO WS-Eof.
           OPEN INPUT DepositFile.
           IF WS-Deposit-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ DepositFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF DE-ENTRY-DATE = WS-RUN-DATE
                               MOVE DE-CUSTOMER-ID TO CustomerID
                               PERFORM FIND-CUSTOMER-COMPANY
                               IF WS-Rec-Company = WS-JOURNAL-COMPANY
                                   PERFORM ADD-DEPOSIT-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF.

       ADD-DEPOSIT-ENTRY.
           IF DE-ENTRY-TYPE = "R"
               ADD DE-AMOUNT TO WS-DEPOSIT-IN-TOTAL
           ELSE
               ADD DE-AMOUNT TO WS-DEPOSIT-USED-TOTAL
           END-IF.

       WRITE-DEPOSIT-SECTION.
           MOVE 1000 TO GJ-ACCOUNT.
           MOVE WS-DEPOSIT-IN-TOTAL TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "DEPOSIT CASH" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 2800 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-DEPOSIT-IN-TOTAL TO GJ-CREDIT.
           MOVE "CUSTOMER DEPOSITS" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 2800 TO GJ-ACCOUNT.
           MOVE WS-DEPOSIT-USED-TOTAL TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "CUSTOMER DEPOSITS" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 1200 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-DEPOSIT-USED-TOTAL TO GJ-CREDIT.
           MOVE "ACCOUNTS RECEIVABLE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-ADVANCE-SECTION.
           MOVE 1250 TO GJ-ACCOUNT.
           MOVE WS-ADVANCE-TOTAL TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "EMPLOYEE LOANS REC" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 1000 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-ADVANCE-TOTAL TO GJ-CREDIT.
           MOVE "ADVANCE CASH" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-COGS-SECTION.
           MOVE 5000 TO GJ-ACCOUNT.
           MOVE WS-COGS-TOTAL TO GJ-DEBIT.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 4000 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           COMPUTE GJ-CREDIT = WS-SALES-TOTAL - WS-FREIGHT-TOTAL.
           MOVE "SALES" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 4100 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-FREIGHT-TOTAL TO GJ-CREDIT.
           MOVE "FREIGHT REVENUE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-PAYROLL-SECTION.
           PERFORM VARYING WS-Lab-Sub FROM 1 BY 1
                   UNTIL WS-Lab-Sub > WS-Lab-Count
               MOVE 6000 TO GJ-ACCOUNT
               MOVE WS-Lab-Amount(WS-Lab-Sub) TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
               MOVE SPACES TO GJ-DESCRIPTION
               IF WS-Lab-Type(WS-Lab-Sub) = "J"
                   STRING "WAGES JOB " WS-Lab-Code(WS-Lab-Sub)
                       DELIMITED BY SIZE INTO GJ-DESCRIPTION
               ELSE
                   STRING "WAGES DEPT " WS-Lab-Code(WS-Lab-Sub)
                       DELIMITED BY SIZE INTO GJ-DESCRIPTION
                   MOVE WS-Lab-Code(WS-Lab-Sub) TO GJ-DEPT-CODE
               END-IF
               MOVE "Y" TO WS-Keep-Description
               PERFORM WRITE-JOURNAL-LINE
               MOVE "N" TO WS-Keep-Description
               MOVE SPACES TO GJ-DEPT-CODE
           END-PERFORM.
           MOVE 6000 TO GJ-ACCOUNT.
           IF WS-Lab-Count = 0
               MOVE WS-GROSS-TOTAL TO GJ-DEBIT
           ELSE
               MOVE WS-UNDISTRIBUTED-TOTAL TO GJ-DEBIT
           END-IF.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "SALARY EXPENSE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           PERFORM VARYING WS-Exp-Sub FROM 1 BY 1
                   UNTIL WS-Exp-Sub > WS-Exp-Count
               MOVE WS-Exp-Account(WS-Exp-Sub) TO GJ-ACCOUNT
               MOVE WS-Exp-Amount(WS-Exp-Sub) TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
               MOVE "EMPLOYEE EXPENSES" TO GJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM.
           MOVE 6300 TO GJ-ACCOUNT.
           MOVE WS-UNCLAIMED-TOTAL TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "EMPLOYEE EXPENSES" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 2100 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-FEDERAL-TOTAL TO GJ-CREDIT.
           MOVE WS-LOCAL-TOTAL TO GJ-CREDIT.
           MOVE "LOCAL W/H PAYABLE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 2510 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-SOCSEC-TOTAL TO GJ-CREDIT.
           MOVE "SOC SEC W/H PAYABLE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 2520 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-MEDICARE-TOTAL TO GJ-CREDIT.
           MOVE "MEDICARE W/H PAYABLE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 2400 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-OTHER-DED-TOTAL TO GJ-CREDIT.
           MOVE "DEDUCTIONS PAYABLE" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 1250 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-LOAN-REPAID-TOTAL TO GJ-CREDIT.
           MOVE "EMPLOYEE LOANS REC" TO GJ-DESCRIPTION.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 1000 TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-NET-TOTAL TO GJ-CREDIT.
                       OR WS-Cht-Found = "Y"
                   IF WS-Cht-Account(WS-Cht-Sub) = GJ-ACCOUNT
                       MOVE "Y" TO WS-Cht-Found
                       IF WS-Keep-Description = "N"
                           MOVE WS-Cht-Desc(WS-Cht-Sub)
                               TO GJ-DESCRIPTION
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Cht-Found = "N"
