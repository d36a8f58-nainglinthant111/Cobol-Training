       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetFile ASSIGN TO "budgets.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Budget-Status.
           SELECT ProfileFile ASSIGN TO "budgetprofiles.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Profile-Status.
           SELECT GlAccountFile ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Account-Status.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Dept-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BudgetFile.
       COPY "Budget.cpy".

       FD ProfileFile.
       01 BUDGET-PROFILE-RECORD.
           02 BF-PROFILE-CODE     PIC X(4).
           02 BF-DESCRIPTION      PIC X(20).
           02 BF-MONTH-PCT        PIC 9(3)V99 OCCURS 12 TIMES.

       FD GlAccountFile.
       COPY "GlAccount.cpy".

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Budget-Status    PIC XX.
       01 WS-Profile-Status   PIC XX.
       01 WS-Account-Status   PIC XX.
       01 WS-Dept-Status      PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-BUDGET     VALUE "B".
           88 MODE-PROFILE    VALUE "P".
           88 MODE-LIST       VALUE "L".
       01 WS-ANSWER           PIC X.
       01 WS-TODAY            PIC 9(8).

       01 WS-Chart-Table.
           02 WS-Cht-Count PIC 9(3) VALUE 0.
           02 WS-Cht-Entry OCCURS 200 TIMES.
             03 WS-Cht-Account PIC 9(4).
       01 WS-Cht-Sub          PIC 9(3).
       01 WS-Cht-Found        PIC X.

       01 WS-Dept-Table.
           02 WS-Dpt-Count PIC 9(3) VALUE 0.
           02 WS-Dpt-Entry OCCURS 200 TIMES.
             03 WS-Dpt-Code   PIC X(4).
       01 WS-Dpt-Sub          PIC 9(3).
       01 WS-Dpt-Found        PIC X.

       01 WS-Profile-Table.
           02 WS-Prf-Count PIC 9(3) VALUE 0.
           02 WS-Prf-Entry OCCURS 100 TIMES.
             03 WS-Prf-Image  PIC X(84).
       01 WS-Prf-Sub          PIC 9(3).
       01 WS-Prf-Found        PIC X.
       01 WS-PROFILES-CHANGED PIC X VALUE "N".

       01 WS-Budget-Table.
           02 WS-Bud-Count PIC 9(4) VALUE 0.
           02 WS-Bud-Entry OCCURS 2000 TIMES.
             03 WS-Bud-Image  PIC X(178).
       01 WS-Bud-Sub          PIC 9(4).
       01 WS-Bud-Found        PIC X.
       01 WS-BUDGETS-CHANGED  PIC X VALUE "N".

       01 WS-BUDGET-YEAR      PIC 9(4).
       01 WS-ACCOUNT-IN       PIC 9(4).
       01 WS-DEPT-IN          PIC X(4).
       01 WS-METHOD-IN        PIC X.
       01 WS-PROFILE-IN       PIC X(4).
       01 WS-ANNUAL-IN        PIC 9(9)V99.
       01 WS-MONTH-IN         PIC 9(9)V99.
       01 WS-PCT-IN           PIC 9(3)V99.
       01 WS-PCT-TOTAL        PIC 9(5)V99.
       01 WS-Mon-Sub          PIC 99.
       01 WS-LAST-MONTH       PIC 99.
       01 WS-SPREAD-TOTAL     PIC 9(11)V99.
       01 WS-REMAINDER        PIC S9(11)V99.
       01 WS-SPREAD-OK        PIC X.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONTH-OUT        PIC ZZZ,ZZ9.99.
       01 WS-PCT-OUT          PIC ZZ9.99.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "BUDGET-LOAD".
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

           DISPLAY "SELECT MODE (B=LOAD BUDGETS, P=SEASONAL "
               "PROFILES, L=LIST BUDGETS): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-PROFILES.
           EVALUATE TRUE
               WHEN MODE-BUDGET
                   PERFORM LOAD-CHART-OF-ACCOUNTS
                   PERFORM LOAD-DEPARTMENTS
                   PERFORM LOAD-BUDGETS
                   PERFORM ENTER-BUDGETS
               WHEN MODE-PROFILE
                   PERFORM ENTER-PROFILES
               WHEN MODE-LIST
                   PERFORM LOAD-BUDGETS
                   PERFORM LIST-BUDGETS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF WS-BUDGETS-CHANGED = "Y"
               PERFORM REWRITE-BUDGETS
           END-IF.
           IF WS-PROFILES-CHANGED = "Y"
               PERFORM REWRITE-PROFILES
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GlAccountFile.
           IF WS-Account-Status NOT = "00"
               DISPLAY "CHART OF ACCOUNTS NOT FOUND - "
                   "ACCOUNTS NOT VALIDATED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Cht-Count >= 200
                   READ GlAccountFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Cht-Count
                           MOVE GA-ACCOUNT
                               TO WS-Cht-Account(WS-Cht-Count)
                   END-READ
               END-PERFORM
               CLOSE GlAccountFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-DEPARTMENTS.
           OPEN INPUT DepartmentFile.
           IF WS-Dept-Status NOT = "00"
               DISPLAY "DEPARTMENT FILE NOT FOUND - "
                   "DEPARTMENTS NOT VALIDATED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Dpt-Count >= 200
                   READ DepartmentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Dpt-Count
                           MOVE DP-DEPT-CODE
                               TO WS-Dpt-Code(WS-Dpt-Count)
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-PROFILES.
           OPEN INPUT ProfileFile.
           IF WS-Profile-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Prf-Count >= 100
                   READ ProfileFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Prf-Count
                           MOVE BUDGET-PROFILE-RECORD
                               TO WS-Prf-Image(WS-Prf-Count)
                   END-READ
               END-PERFORM
               CLOSE ProfileFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-BUDGETS.
           OPEN INPUT BudgetFile.
           IF WS-Budget-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Bud-Count >= 2000
                   READ BudgetFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Bud-Count
                           MOVE BUDGET-RECORD
                               TO WS-Bud-Image(WS-Bud-Count)
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
               IF WS-Eof NOT = "Y"
                   DISPLAY "BUDGET FILE EXCEEDS 2000 LINES - "
                       "CHANGES WILL NOT BE SAVED"
                   MOVE "X" TO WS-BUDGETS-CHANGED
               END-IF
               MOVE "N" TO WS-Eof
           END-IF.

       ENTER-BUDGETS.
           DISPLAY "ENTER BUDGET YEAR (YYYY): ".
           ACCEPT WS-BUDGET-YEAR.
           IF WS-BUDGET-YEAR < 1900
               DISPLAY "INVALID BUDGET YEAR - RUN ENDED"
           ELSE
               PERFORM UNTIL WS-End = "N"
                   PERFORM ENTER-ONE-BUDGET
                   DISPLAY "LOAD ANOTHER BUDGET LINE (Y/N)? "
                   ACCEPT WS-End
               END-PERFORM
           END-IF.

       ENTER-ONE-BUDGET.
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS): ".
           ACCEPT WS-ACCOUNT-IN.
           DISPLAY "ENTER DEPARTMENT (BLANK FOR WHOLE COMPANY): ".
           ACCEPT WS-DEPT-IN.
           PERFORM CHECK-ACCOUNT.
           PERFORM CHECK-DEPARTMENT.
           IF WS-Cht-Found NOT = "Y"
               DISPLAY "ACCOUNT " WS-ACCOUNT-IN
                   " NOT ON CHART - LINE REFUSED"
           ELSE
           IF WS-Dpt-Found NOT = "Y"
               DISPLAY "DEPARTMENT " WS-DEPT-IN
                   " NOT ON FILE - LINE REFUSED"
           ELSE
               MOVE SPACES TO BUDGET-RECORD
               MOVE WS-BUDGET-YEAR TO BG-YEAR
               MOVE WS-ACCOUNT-IN TO BG-ACCOUNT
               MOVE WS-DEPT-IN TO BG-DEPT-CODE
               MOVE 0 TO BG-ANNUAL-AMOUNT
               PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                       UNTIL WS-Mon-Sub > 12
                   MOVE 0 TO BG-MONTH-AMOUNT(WS-Mon-Sub)
               END-PERFORM
               DISPLAY "SPREAD METHOD (E=EVEN, S=SEASONAL PROFILE, "
                   "M=MONTH BY MONTH): "
               ACCEPT WS-METHOD-IN
               MOVE "Y" TO WS-SPREAD-OK
               EVALUATE WS-METHOD-IN
                   WHEN "E"
                       PERFORM SPREAD-EVENLY
                   WHEN "S"
                       PERFORM SPREAD-BY-PROFILE
                   WHEN "M"
                       PERFORM ENTER-BY-MONTH
                   WHEN OTHER
                       DISPLAY "INVALID SPREAD METHOD - LINE REFUSED"
                       MOVE "N" TO WS-SPREAD-OK
               END-EVALUATE
               IF WS-SPREAD-OK = "Y"
                   PERFORM CONFIRM-BUDGET
               END-IF
           END-IF END-IF.

       CHECK-ACCOUNT.
           IF WS-Cht-Count = 0
               MOVE "Y" TO WS-Cht-Found
           ELSE
               MOVE "N" TO WS-Cht-Found
               PERFORM VARYING WS-Cht-Sub FROM 1 BY 1
                       UNTIL WS-Cht-Sub > WS-Cht-Count
                   IF WS-Cht-Account(WS-Cht-Sub) = WS-ACCOUNT-IN
                       MOVE "Y" TO WS-Cht-Found
                       MOVE WS-Cht-Count TO WS-Cht-Sub
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-DEPARTMENT.
           IF WS-DEPT-IN = SPACES OR WS-Dpt-Count = 0
               MOVE "Y" TO WS-Dpt-Found
           ELSE
               MOVE "N" TO WS-Dpt-Found
               PERFORM VARYING WS-Dpt-Sub FROM 1 BY 1
                       UNTIL WS-Dpt-Sub > WS-Dpt-Count
                   IF WS-Dpt-Code(WS-Dpt-Sub) = WS-DEPT-IN
                       MOVE "Y" TO WS-Dpt-Found
                       MOVE WS-Dpt-Count TO WS-Dpt-Sub
                   END-IF
               END-PERFORM
           END-IF.

       SPREAD-EVENLY.
           MOVE "E" TO BG-SPREAD-METHOD.
           DISPLAY "ENTER ANNUAL BUDGET (999999999.99): ".
           ACCEPT WS-ANNUAL-IN.
           MOVE WS-ANNUAL-IN TO BG-ANNUAL-AMOUNT.
           MOVE 0 TO WS-SPREAD-TOTAL.
           PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                   UNTIL WS-Mon-Sub > 11
               COMPUTE BG-MONTH-AMOUNT(WS-Mon-Sub) =
                   WS-ANNUAL-IN / 12
               ADD BG-MONTH-AMOUNT(WS-Mon-Sub) TO WS-SPREAD-TOTAL
           END-PERFORM.
           COMPUTE BG-MONTH-AMOUNT(12) =
               WS-ANNUAL-IN - WS-SPREAD-TOTAL.

       SPREAD-BY-PROFILE.
           MOVE "S" TO BG-SPREAD-METHOD.
           DISPLAY "ENTER SEASONAL PROFILE CODE: ".
           ACCEPT WS-PROFILE-IN.
           PERFORM FIND-PROFILE.
           IF WS-Prf-Found NOT = "Y"
               DISPLAY "PROFILE " WS-PROFILE-IN
                   " NOT ON FILE - LINE REFUSED"
               MOVE "N" TO WS-SPREAD-OK
           ELSE
               MOVE WS-PROFILE-IN TO BG-PROFILE-CODE
               DISPLAY "ENTER ANNUAL BUDGET (999999999.99): "
               ACCEPT WS-ANNUAL-IN
               MOVE WS-ANNUAL-IN TO BG-ANNUAL-AMOUNT
               MOVE 0 TO WS-SPREAD-TOTAL
               MOVE 0 TO WS-LAST-MONTH
               PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                       UNTIL WS-Mon-Sub > 12
                   COMPUTE BG-MONTH-AMOUNT(WS-Mon-Sub) ROUNDED =
                       WS-ANNUAL-IN * BF-MONTH-PCT(WS-Mon-Sub) / 100
                   ADD BG-MONTH-AMOUNT(WS-Mon-Sub) TO WS-SPREAD-TOTAL
                   IF BF-MONTH-PCT(WS-Mon-Sub) > 0
                       MOVE WS-Mon-Sub TO WS-LAST-MONTH
                   END-IF
               END-PERFORM
               COMPUTE WS-REMAINDER = WS-ANNUAL-IN - WS-SPREAD-TOTAL
               IF WS-REMAINDER NOT = 0 AND WS-LAST-MONTH > 0
                   COMPUTE BG-MONTH-AMOUNT(WS-LAST-MONTH) =
                       BG-MONTH-AMOUNT(WS-LAST-MONTH) + WS-REMAINDER
               END-IF
           END-IF.

       ENTER-BY-MONTH.
           MOVE "M" TO BG-SPREAD-METHOD.
           MOVE 0 TO WS-SPREAD-TOTAL.
           PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                   UNTIL WS-Mon-Sub > 12
               DISPLAY "ENTER BUDGET FOR MONTH " WS-Mon-Sub
                   " (999999999.99): "
               ACCEPT WS-MONTH-IN
               MOVE WS-MONTH-IN TO BG-MONTH-AMOUNT(WS-Mon-Sub)
               ADD WS-MONTH-IN TO WS-SPREAD-TOTAL
           END-PERFORM.
           IF WS-SPREAD-TOTAL > 999999999.99
               DISPLAY "ANNUAL TOTAL TOO LARGE - LINE REFUSED"
               MOVE "N" TO WS-SPREAD-OK
           ELSE
               MOVE WS-SPREAD-TOTAL TO BG-ANNUAL-AMOUNT
           END-IF.

       FIND-PROFILE.
           MOVE "N" TO WS-Prf-Found.
           PERFORM VARYING WS-Prf-Sub FROM 1 BY 1
                   UNTIL WS-Prf-Sub > WS-Prf-Count
               IF WS-Prf-Image(WS-Prf-Sub)(1:4) = WS-PROFILE-IN
                   MOVE "Y" TO WS-Prf-Found
                   MOVE WS-Prf-Image(WS-Prf-Sub)
                       TO BUDGET-PROFILE-RECORD
                   MOVE WS-Prf-Count TO WS-Prf-Sub
               END-IF
           END-PERFORM.

       CONFIRM-BUDGET.
           MOVE BG-ANNUAL-AMOUNT TO WS-AMOUNT-OUT.
           DISPLAY "ACCOUNT " BG-ACCOUNT " DEPT " BG-DEPT-CODE
               " YEAR " BG-YEAR " ANNUAL " WS-AMOUNT-OUT.
           PERFORM DISPLAY-MONTHS.
           DISPLAY "SAVE THIS BUDGET LINE (Y/N)? ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               MOVE WS-OPERATOR-ID TO BG-UPDATED-BY
               MOVE WS-TODAY TO BG-UPDATED-DATE
               PERFORM STORE-BUDGET
           ELSE
               DISPLAY "BUDGET LINE NOT SAVED."
           END-IF.

       DISPLAY-MONTHS.
           PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                   UNTIL WS-Mon-Sub > 12
               MOVE BG-MONTH-AMOUNT(WS-Mon-Sub) TO WS-MONTH-OUT
               DISPLAY "   MONTH " WS-Mon-Sub "  " WS-MONTH-OUT
           END-PERFORM.

       STORE-BUDGET.
           MOVE "N" TO WS-Bud-Found.
           PERFORM VARYING WS-Bud-Sub FROM 1 BY 1
                   UNTIL WS-Bud-Sub > WS-Bud-Count
               IF WS-Bud-Image(WS-Bud-Sub)(1:12) = BG-KEY
                   MOVE "Y" TO WS-Bud-Found
                   MOVE BUDGET-RECORD TO WS-Bud-Image(WS-Bud-Sub)
                   MOVE WS-Bud-Count TO WS-Bud-Sub
               END-IF
           END-PERFORM.
           IF WS-Bud-Found = "Y"
               DISPLAY "EXISTING BUDGET LINE REPLACED."
               PERFORM MARK-BUDGETS-CHANGED
           ELSE
           IF WS-Bud-Count >= 2000
               DISPLAY "BUDGET TABLE FULL - LINE NOT SAVED"
           ELSE
               ADD 1 TO WS-Bud-Count
               MOVE BUDGET-RECORD TO WS-Bud-Image(WS-Bud-Count)
               DISPLAY "BUDGET LINE ADDED."
               PERFORM MARK-BUDGETS-CHANGED
           END-IF END-IF.

       MARK-BUDGETS-CHANGED.
           IF WS-BUDGETS-CHANGED NOT = "X"
               MOVE "Y" TO WS-BUDGETS-CHANGED
           END-IF.

       ENTER-PROFILES.
           PERFORM UNTIL WS-End = "N"
               PERFORM ENTER-ONE-PROFILE
               DISPLAY "ENTER ANOTHER PROFILE (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ENTER-ONE-PROFILE.
           DISPLAY "ENTER PROFILE CODE (4 CHARACTERS): ".
           ACCEPT WS-PROFILE-IN.
           IF WS-PROFILE-IN = SPACES
               DISPLAY "BLANK CODE - PROFILE REFUSED"
           ELSE
               MOVE SPACES TO BUDGET-PROFILE-RECORD
               MOVE WS-PROFILE-IN TO BF-PROFILE-CODE
               DISPLAY "ENTER PROFILE DESCRIPTION: "
               ACCEPT BF-DESCRIPTION
               MOVE 0 TO WS-PCT-TOTAL
               PERFORM VARYING WS-Mon-Sub FROM 1 BY 1
                       UNTIL WS-Mon-Sub > 12
                   DISPLAY "ENTER PERCENT OF YEAR FOR MONTH "
                       WS-Mon-Sub " (999.99): "
                   ACCEPT WS-PCT-IN
                   MOVE WS-PCT-IN TO BF-MONTH-PCT(WS-Mon-Sub)
                   ADD WS-PCT-IN TO WS-PCT-TOTAL
               END-PERFORM
               IF WS-PCT-TOTAL NOT = 100
                   MOVE WS-PCT-TOTAL TO WS-PCT-OUT
                   DISPLAY "PERCENTAGES TOTAL " WS-PCT-OUT
                       " NOT 100.00 - PROFILE REFUSED"
               ELSE
                   PERFORM STORE-PROFILE
               END-IF
           END-IF.

       STORE-PROFILE.
           MOVE "N" TO WS-Prf-Found.
           PERFORM VARYING WS-Prf-Sub FROM 1 BY 1
                   UNTIL WS-Prf-Sub > WS-Prf-Count
               IF WS-Prf-Image(WS-Prf-Sub)(1:4) = BF-PROFILE-CODE
                   MOVE "Y" TO WS-Prf-Found
                   MOVE BUDGET-PROFILE-RECORD
                       TO WS-Prf-Image(WS-Prf-Sub)
                   MOVE WS-Prf-Count TO WS-Prf-Sub
               END-IF
           END-PERFORM.
           IF WS-Prf-Found = "Y"
               DISPLAY "PROFILE " BF-PROFILE-CODE " REPLACED."
               MOVE "Y" TO WS-PROFILES-CHANGED
           ELSE
           IF WS-Prf-Count >= 100
               DISPLAY "PROFILE TABLE FULL - PROFILE NOT SAVED"
           ELSE
               ADD 1 TO WS-Prf-Count
               MOVE BUDGET-PROFILE-RECORD
                   TO WS-Prf-Image(WS-Prf-Count)
               DISPLAY "PROFILE " BF-PROFILE-CODE " ADDED."
               MOVE "Y" TO WS-PROFILES-CHANGED
           END-IF END-IF.

       LIST-BUDGETS.
           DISPLAY "ENTER BUDGET YEAR TO LIST (YYYY): ".
           ACCEPT WS-BUDGET-YEAR.
           DISPLAY "ACCT DEPT SP PROF        ANNUAL BUDGET  UPDATED BY".
           MOVE 0 TO WS-SPREAD-TOTAL.
           PERFORM VARYING WS-Bud-Sub FROM 1 BY 1
                   UNTIL WS-Bud-Sub > WS-Bud-Count
               MOVE WS-Bud-Image(WS-Bud-Sub) TO BUDGET-RECORD
               IF BG-YEAR = WS-BUDGET-YEAR
                   MOVE BG-ANNUAL-AMOUNT TO WS-AMOUNT-OUT
                   DISPLAY BG-ACCOUNT " " BG-DEPT-CODE " "
                       BG-SPREAD-METHOD "  " BG-PROFILE-CODE "  "
                       WS-AMOUNT-OUT "  " BG-UPDATED-BY
                   ADD BG-ANNUAL-AMOUNT TO WS-SPREAD-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-SPREAD-TOTAL TO WS-AMOUNT-OUT.
           DISPLAY "TOTAL BUDGET FOR " WS-BUDGET-YEAR ": "
               WS-AMOUNT-OUT.

       REWRITE-BUDGETS.
           OPEN OUTPUT BudgetFile.
           IF WS-Budget-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE BUDGET FILE: STATUS "
                   WS-Budget-Status
           ELSE
               PERFORM VARYING WS-Bud-Sub FROM 1 BY 1
                       UNTIL WS-Bud-Sub > WS-Bud-Count
                   MOVE WS-Bud-Image(WS-Bud-Sub) TO BUDGET-RECORD
                   WRITE BUDGET-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE BudgetFile
               DISPLAY "BUDGET FILE SAVED - " WS-Bud-Count " LINE(S)"
           END-IF.

       REWRITE-PROFILES.
           OPEN OUTPUT ProfileFile.
           IF WS-Profile-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE PROFILE FILE: STATUS "
                   WS-Profile-Status
           ELSE
               PERFORM VARYING WS-Prf-Sub FROM 1 BY 1
                       UNTIL WS-Prf-Sub > WS-Prf-Count
                   MOVE WS-Prf-Image(WS-Prf-Sub)
                       TO BUDGET-PROFILE-RECORD
                   WRITE BUDGET-PROFILE-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE ProfileFile
               DISPLAY "PROFILE FILE SAVED - " WS-Prf-Count
                   " PROFILE(S)"
           END-IF.
