           SELECT RecurringFile ASSIGN TO "recurringje.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Recurring-Status.
           SELECT ProposedJeFile ASSIGN TO "proposedje.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Proposed-Status.
           SELECT DepartmentFile ASSIGN TO "departments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Dept-Status.
           SELECT CompanyFile ASSIGN TO "companies.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Company-Status.

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

       FD GlAccountFile.
       COPY "GlAccount.cpy".
           02 RJ-CREDIT           PIC 9(9)V99.
           02 RJ-DESCRIPTION      PIC X(20).

       FD ProposedJeFile.
       01 PROPOSED-JE-RECORD.
           02 PJ-ACCOUNT          PIC 9(4).
           02 PJ-DEBIT            PIC 9(9)V99.
           02 PJ-CREDIT           PIC 9(9)V99.
           02 PJ-DESCRIPTION      PIC X(20).

       FD DepartmentFile.
       COPY "DeptMaster.cpy".

       FD CompanyFile.
       COPY "Company.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Journal-Status   PIC XX.
       01 WS-Account-Status   PIC XX.
       01 WS-Period-Status    PIC XX.
       01 WS-Recurring-Status PIC XX.
       01 WS-Proposed-Status  PIC XX.
       01 WS-Dept-Status      PIC XX.
       01 WS-Company-Status   PIC XX.
       01 WS-ACCESS-STATUS    PIC X.
       01 WS-ENTRY-COMPANY    PIC XX.
       01 WS-COMPANY-IN       PIC XX.
       01 WS-PROPOSED-OK      PIC X.
       01 WS-POST-CONFIRM     PIC X.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-MANUAL     VALUE "M".
           88 MODE-ADD-REC    VALUE "A".
           88 MODE-POST-REC   VALUE "R".
           88 MODE-POST-PROP  VALUE "P".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-MONTH        PIC 9(6).
       01 WS-Cht-Sub          PIC 9(3).
       01 WS-Cht-Found        PIC X.

       01 WS-Dept-Table.
           02 WS-Dpt-Count PIC 9(3) VALUE 0.
           02 WS-Dpt-Entry OCCURS 200 TIMES.
             03 WS-Dpt-Code   PIC X(4).
       01 WS-Dpt-Sub          PIC 9(3).
       01 WS-Dpt-Found        PIC X.

       01 WS-Period-Table.
           02 WS-Per-Count PIC 9(3) VALUE 0.
           02 WS-Per-Entry OCCURS 120 TIMES.
             03 WS-Per-Status PIC X.
       01 WS-Per-Sub          PIC 9(3).

       01 WS-Company-Table.
           02 WS-Cmp-Count PIC 99 VALUE 0.
           02 WS-Cmp-Entry OCCURS 50 TIMES.
             03 WS-Cmp-Code     PIC XX.
             03 WS-Cmp-Due-From PIC 9(4).
             03 WS-Cmp-Due-To   PIC 9(4).
       01 WS-Cmp-Sub          PIC 99.
       01 WS-Cmp-Found        PIC X.
       01 WS-DUE-FROM-ACCOUNT PIC 9(4).
       01 WS-DUE-TO-ACCOUNT   PIC 9(4).

       01 WS-Entry-Company-Table.
           02 WS-Ecy-Count PIC 99 VALUE 0.
           02 WS-Ecy-Entry OCCURS 50 TIMES.
             03 WS-Ecy-Code    PIC XX.
             03 WS-Ecy-Debits  PIC 9(11)V99.
             03 WS-Ecy-Credits PIC 9(11)V99.
       01 WS-Ecy-Sub          PIC 99.
       01 WS-Ecy-Other        PIC 99.
       01 WS-Ecy-Found        PIC X.
       01 WS-IC-NET           PIC S9(11)V99.
       01 WS-BATCH-DEBITS     PIC 9(11)V99.
       01 WS-BATCH-CREDITS    PIC 9(11)V99.
       01 WS-BATCH-LINES      PIC 9(4).

       01 WS-Line-Table.
           02 WS-Line-Count PIC 99 VALUE 0.
           02 WS-Line-Entry OCCURS 50 TIMES.
             03 WS-Ln-Debit   PIC 9(9)V99.
             03 WS-Ln-Credit  PIC 9(9)V99.
             03 WS-Ln-Desc    PIC X(20).
             03 WS-Ln-Dept    PIC X(4).
             03 WS-Ln-Company PIC XX.
       01 WS-Ln-Sub           PIC 99.
       01 WS-ENTRY-DEBITS     PIC 9(11)V99 VALUE 0.
       01 WS-ENTRY-CREDITS    PIC 9(11)V99 VALUE 0.
       01 WS-DEBIT-IN         PIC 9(9)V99.
       01 WS-CREDIT-IN        PIC 9(9)V99.
       01 WS-DESC-IN          PIC X(20).
       01 WS-DEPT-IN          PIC X(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "JOURNAL-ENTRY".
       01 WS-OPERATOR-ID       PIC X(10).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (M=MANUAL ENTRY, A=ADD RECURRING "
               "LINES, R=POST RECURRING ENTRIES, "
               "P=POST PROPOSED ENTRY): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-POST-REC
                   PERFORM PREPARE-FOR-POSTING
                   PERFORM POST-RECURRING-ENTRIES
               WHEN MODE-POST-PROP
                   PERFORM PREPARE-FOR-POSTING
                   PERFORM POST-PROPOSED-ENTRY
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.
           STOP RUN.

       PREPARE-FOR-POSTING.
           PERFORM LOAD-COMPANIES.
           DISPLAY "ENTER COMPANY CODE (BLANK = 01): ".
           ACCEPT WS-ENTRY-COMPANY.
           IF WS-ENTRY-COMPANY = SPACES
               MOVE "01" TO WS-ENTRY-COMPANY
           END-IF.
           MOVE WS-ENTRY-COMPANY TO WS-COMPANY-IN.
           PERFORM CHECK-COMPANY.
           IF WS-Cmp-Found NOT = "Y"
               DISPLAY "COMPANY " WS-ENTRY-COMPANY
                   " NOT ON FILE - RUN REFUSED"
               GOBACK
           END-IF.
           CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID
               WS-ENTRY-COMPANY WS-ACCESS-STATUS.
           IF WS-ACCESS-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR COMPANY " WS-ENTRY-COMPANY
               GOBACK
           END-IF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM FIND-POSTING-PERIOD.
           IF WS-POSTING-PERIOD = 0
               DISPLAY "NO OPEN ACCOUNTING PERIOD FOR "
               MOVE "N" TO WS-EOF
           END-IF.

       LOAD-DEPARTMENTS.
           OPEN INPUT DepartmentFile.
           IF WS-Dept-Status = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-Dpt-Count >= 200
                   READ DepartmentFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Dpt-Count
                           MOVE DP-DEPT-CODE
                               TO WS-Dpt-Code(WS-Dpt-Count)
                   END-READ
               END-PERFORM
               CLOSE DepartmentFile
               MOVE "N" TO WS-EOF
           END-IF.

       LOAD-COMPANIES.
           OPEN INPUT CompanyFile.
           IF WS-Company-Status = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-Cmp-Count >= 50
                   READ CompanyFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CO-STATUS NOT = "I"
                               ADD 1 TO WS-Cmp-Count
                               MOVE CO-COMPANY-CODE
                                   TO WS-Cmp-Code(WS-Cmp-Count)
                               MOVE CO-DUE-FROM-ACCOUNT
                                   TO WS-Cmp-Due-From(WS-Cmp-Count)
                               MOVE CO-DUE-TO-ACCOUNT
                                   TO WS-Cmp-Due-To(WS-Cmp-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CompanyFile
               MOVE "N" TO WS-EOF
           END-IF.

       CHECK-COMPANY.
           MOVE 1450 TO WS-DUE-FROM-ACCOUNT.
           MOVE 2450 TO WS-DUE-TO-ACCOUNT.
           IF WS-Cmp-Count = 0
               IF WS-COMPANY-IN = WS-ENTRY-COMPANY
                   MOVE "Y" TO WS-Cmp-Found
               ELSE
                   MOVE "N" TO WS-Cmp-Found
               END-IF
           ELSE
               MOVE "N" TO WS-Cmp-Found
               PERFORM VARYING WS-Cmp-Sub FROM 1 BY 1
                       UNTIL WS-Cmp-Sub > WS-Cmp-Count
                   IF WS-Cmp-Code(WS-Cmp-Sub) = WS-COMPANY-IN
                       MOVE "Y" TO WS-Cmp-Found
                       MOVE WS-Cmp-Due-From(WS-Cmp-Sub)
                           TO WS-DUE-FROM-ACCOUNT
                       MOVE WS-Cmp-Due-To(WS-Cmp-Sub)
                           TO WS-DUE-TO-ACCOUNT
                       MOVE WS-Cmp-Count TO WS-Cmp-Sub
                   END-IF
               END-PERFORM
           END-IF.

       FIND-POSTING-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           OPEN INPUT AcctPeriodFile.
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

       MANUAL-ENTRY.
           PERFORM UNTIL WS-END = "N"
               PERFORM ACCEPT-ONE-LINE
                   ACCEPT WS-CREDIT-IN
                   DISPLAY "ENTER LINE DESCRIPTION: "
                   ACCEPT WS-DESC-IN
                   DISPLAY "ENTER DEPARTMENT (BLANK IF NONE): "
                   ACCEPT WS-DEPT-IN
                   PERFORM CHECK-DEPARTMENT
                   PERFORM ACCEPT-LINE-COMPANY
                   IF WS-DEBIT-IN = ZERO AND WS-CREDIT-IN = ZERO
                       DISPLAY "ZERO LINE - REFUSED"
                   ELSE
                   IF WS-Dpt-Found NOT = "Y"
                       DISPLAY "DEPARTMENT " WS-DEPT-IN
                           " NOT ON FILE - LINE REFUSED"
                   ELSE
                   IF WS-Cmp-Found NOT = "Y"
                       DISPLAY "COMPANY " WS-COMPANY-IN
                           " NOT ON FILE - LINE REFUSED"
                   ELSE
                   IF WS-ACCESS-STATUS NOT = "A"
                       DISPLAY "OPERATOR NOT AUTHORIZED FOR COMPANY "
                           WS-COMPANY-IN " - LINE REFUSED"
                   ELSE
                       ADD 1 TO WS-Line-Count
                       MOVE WS-ACCOUNT-IN
                           TO WS-Ln-Credit(WS-Line-Count)
                       MOVE WS-DESC-IN
                           TO WS-Ln-Desc(WS-Line-Count)
                       MOVE WS-DEPT-IN
                           TO WS-Ln-Dept(WS-Line-Count)
                       MOVE WS-COMPANY-IN
                           TO WS-Ln-Company(WS-Line-Count)
                       ADD WS-DEBIT-IN  TO WS-ENTRY-DEBITS
                       ADD WS-CREDIT-IN TO WS-ENTRY-CREDITS
                   END-IF END-IF END-IF END-IF
               END-IF
           END-IF.

       ACCEPT-LINE-COMPANY.
           DISPLAY "ENTER COMPANY FOR THIS LINE (BLANK = "
               WS-ENTRY-COMPANY "): ".
           ACCEPT WS-COMPANY-IN.
           IF WS-COMPANY-IN = SPACES
               MOVE WS-ENTRY-COMPANY TO WS-COMPANY-IN
           END-IF.
           PERFORM CHECK-COMPANY.
           MOVE "A" TO WS-ACCESS-STATUS.
           IF WS-COMPANY-IN NOT = WS-ENTRY-COMPANY
               CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID
                   WS-COMPANY-IN WS-ACCESS-STATUS
           END-IF.

       POST-ENTRY-LINES.
           PERFORM BUILD-COMPANY-TOTALS.
           OPEN EXTEND GlJournalFile.
           IF WS-Journal-Status = "05" OR WS-Journal-Status = "35"
               OPEN OUTPUT GlJournalFile
                   WS-Journal-Status
               GOBACK
           END-IF.
           PERFORM VARYING WS-Ecy-Sub FROM 1 BY 1
                   UNTIL WS-Ecy-Sub > WS-Ecy-Count
               PERFORM WRITE-COMPANY-BATCH
           END-PERFORM.
           CLOSE GlJournalFile.
           DISPLAY "JOURNAL ENTRY POSTED - " WS-Line-Count
               " LINE(S) TO PERIOD " WS-POSTING-PERIOD.
           IF WS-Ecy-Count > 1
               DISPLAY "INTERCOMPANY ENTRY - " WS-Ecy-Count
                   " COMPANY BATCHES WRITTEN WITH DUE-TO/DUE-FROM "
                   "LINES"
           END-IF.

       BUILD-COMPANY-TOTALS.
           MOVE 1 TO WS-Ecy-Count.
           MOVE WS-ENTRY-COMPANY TO WS-Ecy-Code(1).
           MOVE 0 TO WS-Ecy-Debits(1) WS-Ecy-Credits(1).
           PERFORM VARYING WS-Ln-Sub FROM 1 BY 1
                   UNTIL WS-Ln-Sub > WS-Line-Count
               IF WS-Ln-Company(WS-Ln-Sub) = SPACES
                   MOVE WS-ENTRY-COMPANY TO WS-Ln-Company(WS-Ln-Sub)
               END-IF
               MOVE "N" TO WS-Ecy-Found
               PERFORM VARYING WS-Ecy-Sub FROM 1 BY 1
                       UNTIL WS-Ecy-Sub > WS-Ecy-Count
                           OR WS-Ecy-Found = "Y"
                   IF WS-Ecy-Code(WS-Ecy-Sub)
                           = WS-Ln-Company(WS-Ln-Sub)
                       MOVE "Y" TO WS-Ecy-Found
                   END-IF
               END-PERFORM
               IF WS-Ecy-Found = "Y"
                   SUBTRACT 1 FROM WS-Ecy-Sub
               ELSE
                   ADD 1 TO WS-Ecy-Count
                   MOVE WS-Ecy-Count TO WS-Ecy-Sub
                   MOVE WS-Ln-Company(WS-Ln-Sub)
                       TO WS-Ecy-Code(WS-Ecy-Sub)
                   MOVE 0 TO WS-Ecy-Debits(WS-Ecy-Sub)
                       WS-Ecy-Credits(WS-Ecy-Sub)
               END-IF
               ADD WS-Ln-Debit(WS-Ln-Sub)
                   TO WS-Ecy-Debits(WS-Ecy-Sub)
               ADD WS-Ln-Credit(WS-Ln-Sub)
                   TO WS-Ecy-Credits(WS-Ecy-Sub)
           END-PERFORM.

       WRITE-COMPANY-BATCH.
           MOVE 0 TO WS-BATCH-DEBITS WS-BATCH-CREDITS WS-BATCH-LINES.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-Ecy-Code(WS-Ecy-Sub) TO GJ-COMPANY-CODE.
           WRITE GL-JOURNAL-RECORD.
           PERFORM VARYING WS-Ln-Sub FROM 1 BY 1
                   UNTIL WS-Ln-Sub > WS-Line-Count
               IF WS-Ln-Company(WS-Ln-Sub) = WS-Ecy-Code(WS-Ecy-Sub)
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE "D" TO GJ-RECORD-TYPE
                   MOVE WS-Ln-Account(WS-Ln-Sub) TO GJ-ACCOUNT
                   MOVE WS-Ln-Debit(WS-Ln-Sub)   TO GJ-DEBIT
                   MOVE WS-Ln-Credit(WS-Ln-Sub)  TO GJ-CREDIT
                   MOVE WS-Ln-Desc(WS-Ln-Sub)    TO GJ-DESCRIPTION
                   MOVE WS-Ln-Dept(WS-Ln-Sub)    TO GJ-DEPT-CODE
                   PERFORM WRITE-BATCH-LINE
               END-IF
           END-PERFORM.
           IF WS-Ecy-Sub = 1
               PERFORM VARYING WS-Ecy-Other FROM 2 BY 1
                       UNTIL WS-Ecy-Other > WS-Ecy-Count
                   PERFORM WRITE-DUE-FROM-OTHER
               END-PERFORM
           ELSE
               PERFORM WRITE-DUE-TO-ENTRY
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE WS-BATCH-DEBITS  TO GJ-TOTAL-DEBITS.
           MOVE WS-BATCH-CREDITS TO GJ-TOTAL-CREDITS.
           MOVE WS-BATCH-LINES   TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.

       WRITE-DUE-FROM-OTHER.
           COMPUTE WS-IC-NET = WS-Ecy-Debits(WS-Ecy-Other)
               - WS-Ecy-Credits(WS-Ecy-Other).
           IF WS-IC-NET NOT = 0
               MOVE WS-ENTRY-COMPANY TO WS-COMPANY-IN
               PERFORM CHECK-COMPANY
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE 0 TO GJ-DEBIT GJ-CREDIT
               IF WS-IC-NET > 0
                   MOVE WS-DUE-FROM-ACCOUNT TO GJ-ACCOUNT
                   MOVE WS-IC-NET TO GJ-DEBIT
                   MOVE "DUE FROM COMPANY" TO GJ-DESCRIPTION
               ELSE
                   MOVE WS-DUE-TO-ACCOUNT TO GJ-ACCOUNT
                   COMPUTE GJ-CREDIT = 0 - WS-IC-NET
                   MOVE "DUE TO COMPANY" TO GJ-DESCRIPTION
               END-IF
               MOVE WS-Ecy-Code(WS-Ecy-Other)
                   TO GJ-DESCRIPTION(18:2)
               PERFORM WRITE-BATCH-LINE
           END-IF.

       WRITE-DUE-TO-ENTRY.
           COMPUTE WS-IC-NET = WS-Ecy-Debits(WS-Ecy-Sub)
               - WS-Ecy-Credits(WS-Ecy-Sub).
           IF WS-IC-NET NOT = 0
               MOVE WS-Ecy-Code(WS-Ecy-Sub) TO WS-COMPANY-IN
               PERFORM CHECK-COMPANY
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE 0 TO GJ-DEBIT GJ-CREDIT
               IF WS-IC-NET > 0
                   MOVE WS-DUE-TO-ACCOUNT TO GJ-ACCOUNT
                   MOVE WS-IC-NET TO GJ-CREDIT
                   MOVE "DUE TO COMPANY" TO GJ-DESCRIPTION
               ELSE
                   MOVE WS-DUE-FROM-ACCOUNT TO GJ-ACCOUNT
                   COMPUTE GJ-DEBIT = 0 - WS-IC-NET
                   MOVE "DUE FROM COMPANY" TO GJ-DESCRIPTION
               END-IF
               MOVE WS-ENTRY-COMPANY TO GJ-DESCRIPTION(18:2)
               PERFORM WRITE-BATCH-LINE
           END-IF.

       WRITE-BATCH-LINE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-BATCH-LINES.
           ADD GJ-DEBIT  TO WS-BATCH-DEBITS.
           ADD GJ-CREDIT TO WS-BATCH-CREDITS.

       ADD-RECURRING-LINES.
           OPEN EXTEND RecurringFile.
                               TO WS-Ln-Credit(WS-Line-Count)
                           MOVE RJ-DESCRIPTION
                               TO WS-Ln-Desc(WS-Line-Count)
                           MOVE SPACES
                               TO WS-Ln-Dept(WS-Line-Count)
                           ADD RJ-DEBIT  TO WS-ENTRY-DEBITS
                           ADD RJ-CREDIT TO WS-ENTRY-CREDITS
                       END-IF
           ELSE
               PERFORM POST-ENTRY-LINES
           END-IF END-IF.

       POST-PROPOSED-ENTRY.
           OPEN INPUT ProposedJeFile.
           IF WS-Proposed-Status NOT = "00"
               DISPLAY "NO PROPOSED ENTRY ON FILE."
               GOBACK
           END-IF.
           MOVE "Y" TO WS-PROPOSED-OK.
           PERFORM UNTIL WS-EOF = "Y"
               READ ProposedJeFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PJ-ACCOUNT TO WS-ACCOUNT-IN
                       PERFORM CHECK-ACCOUNT
                       IF WS-Cht-Found NOT = "Y"
                           DISPLAY "ACCOUNT " PJ-ACCOUNT
                               " NOT ON CHART"
                           MOVE "N" TO WS-PROPOSED-OK
                       END-IF
                       IF WS-Line-Count < 50
                           ADD 1 TO WS-Line-Count
                           MOVE PJ-ACCOUNT
                               TO WS-Ln-Account(WS-Line-Count)
                           MOVE PJ-DEBIT
                               TO WS-Ln-Debit(WS-Line-Count)
                           MOVE PJ-CREDIT
                               TO WS-Ln-Credit(WS-Line-Count)
                           MOVE PJ-DESCRIPTION
                               TO WS-Ln-Desc(WS-Line-Count)
                           MOVE SPACES
                               TO WS-Ln-Dept(WS-Line-Count)
                           ADD PJ-DEBIT  TO WS-ENTRY-DEBITS
                           ADD PJ-CREDIT TO WS-ENTRY-CREDITS
                           DISPLAY PJ-ACCOUNT "  DR " PJ-DEBIT
                               "  CR " PJ-CREDIT "  " PJ-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ProposedJeFile.
           IF WS-Line-Count = 0
               DISPLAY "NO PROPOSED ENTRY ON FILE."
           ELSE
           IF WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
               DISPLAY "PROPOSED ENTRY DOES NOT BALANCE - "
                   "NOTHING POSTED"
           ELSE
           IF WS-PROPOSED-OK = "N"
               DISPLAY "PROPOSED ENTRY HAS ACCOUNTS NOT ON THE CHART - "
                   "NOTHING POSTED"
           ELSE
               DISPLAY "POST THIS ENTRY (Y/N)? "
               ACCEPT WS-POST-CONFIRM
               IF WS-POST-CONFIRM = "Y"
                   PERFORM POST-ENTRY-LINES
                   OPEN OUTPUT ProposedJeFile
                   CLOSE ProposedJeFile
               ELSE
                   DISPLAY "PROPOSED ENTRY LEFT ON FILE"
               END-IF
           END-IF END-IF END-IF.
