           SELECT GlAccountFile ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Account-Status.
           SELECT CompanyFile ASSIGN TO "companies.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Company-Status.
           SELECT CsvFile ASSIGN TO "trialbal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

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

       FD GlAccountFile.
       COPY "GlAccount.cpy".

       FD CompanyFile.
       COPY "Company.cpy".

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Journal-Status   PIC XX.
       01 WS-Account-Status   PIC XX.
       01 WS-Company-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-COMPANY-CODE     PIC XX.
       01 WS-ACCESS-STATUS    PIC X.
       01 WS-BATCH-COMPANY    PIC XX VALUE "01".
       01 WS-CSV-STATUS       PIC XX.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "TRIAL BALANCE".
       01 WS-SPOOL-FILE       PIC X(20) VALUE SPACES.
       01 WS-SPOOL-CSV        PIC X(20) VALUE "trialbal.csv".
       01 WS-SPOOL-PAGES      PIC 9(5) VALUE 0.
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-IC-Account-Table.
           02 WS-Ica-Count PIC 9(3) VALUE 0.
           02 WS-Ica-Entry OCCURS 100 TIMES.
             03 WS-Ica-Account PIC 9(4).
       01 WS-Ica-Sub          PIC 9(3).
       01 WS-IC-FOUND         PIC X.
       01 WS-ELIM-DEBITS      PIC 9(11)V99 VALUE 0.
       01 WS-ELIM-CREDITS     PIC 9(11)V99 VALUE 0.

       01 WS-Balance-Table.
           02 WS-Acct-Count PIC 9(3) VALUE 0.
           02 WS-Acct-Entry OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER COMPANY CODE (BLANK = CONSOLIDATED): ".
           ACCEPT WS-COMPANY-CODE.
           CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID
               WS-COMPANY-CODE WS-ACCESS-STATUS.
           IF WS-ACCESS-STATUS = "N"
               DISPLAY "COMPANY " WS-COMPANY-CODE
                   " NOT ON FILE - RUN REFUSED"
               STOP RUN
           END-IF.
           IF WS-ACCESS-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR THIS COMPANY SELECTION"
               STOP RUN
           END-IF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           IF WS-COMPANY-CODE = SPACES
               PERFORM LOAD-INTERCOMPANY-ACCOUNTS
           END-IF.

           OPEN INPUT GlJournalFile.
           IF WS-Journal-Status NOT = "00"
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF GJ-RECORD-TYPE = "H"
                           MOVE GJ-COMPANY-CODE TO WS-BATCH-COMPANY
                           IF WS-BATCH-COMPANY = SPACES
                               MOVE "01" TO WS-BATCH-COMPANY
                           END-IF
                       END-IF
                       IF GJ-RECORD-TYPE = "D"
                           PERFORM SELECT-LINE
                       END-IF
               END-READ
           END-PERFORM.
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-INTERCOMPANY-ACCOUNTS.
           OPEN INPUT CompanyFile.
           IF WS-Company-Status NOT = "00"
               MOVE 2 TO WS-Ica-Count
               MOVE 1450 TO WS-Ica-Account(1)
               MOVE 2450 TO WS-Ica-Account(2)
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ica-Count >= 100
                   READ CompanyFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Ica-Count
                           MOVE CO-DUE-FROM-ACCOUNT
                               TO WS-Ica-Account(WS-Ica-Count)
                           ADD 1 TO WS-Ica-Count
                           MOVE CO-DUE-TO-ACCOUNT
                               TO WS-Ica-Account(WS-Ica-Count)
                   END-READ
               END-PERFORM
               CLOSE CompanyFile
               MOVE "N" TO WS-Eof
           END-IF.

       SELECT-LINE.
           IF WS-COMPANY-CODE = SPACES
               MOVE "N" TO WS-IC-FOUND
               PERFORM VARYING WS-Ica-Sub FROM 1 BY 1
                       UNTIL WS-Ica-Sub > WS-Ica-Count
                   IF WS-Ica-Account(WS-Ica-Sub) = GJ-ACCOUNT
                       MOVE "Y" TO WS-IC-FOUND
                       MOVE WS-Ica-Count TO WS-Ica-Sub
                   END-IF
               END-PERFORM
               IF WS-IC-FOUND = "Y"
                   ADD GJ-DEBIT  TO WS-ELIM-DEBITS
                   ADD GJ-CREDIT TO WS-ELIM-CREDITS
               ELSE
                   PERFORM ACCUMULATE-LINE
               END-IF
           ELSE
               IF WS-BATCH-COMPANY = WS-COMPANY-CODE
                   PERFORM ACCUMULATE-LINE
               END-IF
           END-IF.

       ACCUMULATE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "N" TO WS-Entry-Found.

       PRINT-TRIAL-BALANCE.
           DISPLAY " ".
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "GENERAL LEDGER TRIAL BALANCE - CONSOLIDATED"
           ELSE
               DISPLAY "GENERAL LEDGER TRIAL BALANCE - COMPANY "
                   WS-COMPANY-CODE
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "ACCOUNT  DESCRIPTION           DEBITS"
               "          CREDITS".
           PERFORM OPEN-CSV-EXPORT.
           STRING "COMPANY,ACCOUNT,DESCRIPTION,DEBITS,CREDITS"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Acct-Count
               PERFORM FIND-ACCOUNT-DESC
               DISPLAY WS-Acct-Number(WS-Sub) "     "
                   WS-ACCT-DESC "  " WS-Acct-Debit(WS-Sub) "  "
                   WS-Acct-Credit(WS-Sub)
               PERFORM EXPORT-TRIAL-BALANCE-LINE
           END-PERFORM.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.
           DISPLAY "--------------------------------------------------".
           DISPLAY "JOURNAL LINES READ: " WS-LINE-COUNT.
           DISPLAY "TOTAL DEBITS      : " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL CREDITS     : " WS-TOTAL-CREDITS.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "INTERCOMPANY ELIMINATED - DEBITS "
                   WS-ELIM-DEBITS " CREDITS " WS-ELIM-CREDITS
               IF WS-ELIM-DEBITS NOT = WS-ELIM-CREDITS
                   DISPLAY "** INTERCOMPANY DUE-TO/DUE-FROM "
                       "BALANCES DO NOT OFFSET"
               END-IF
           END-IF.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "TRIAL BALANCE TIES."
           ELSE
                   "INVESTIGATE BEFORE POSTING"
           END-IF.

       EXPORT-TRIAL-BALANCE-LINE.
           MOVE WS-COMPANY-CODE        TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Acct-Number(WS-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-ACCT-DESC           TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Acct-Debit(WS-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Acct-Credit(WS-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       FIND-ACCOUNT-DESC.
           MOVE "** NOT ON CHART **" TO WS-ACCT-DESC.
           PERFORM VARYING WS-Cht-Sub FROM 1 BY 1
                   MOVE WS-Cht-Count TO WS-Cht-Sub
               END-IF
           END-PERFORM.

       OPEN-CSV-EXPORT.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.
           OPEN OUTPUT CsvFile.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CSV EXPORT " WS-SPOOL-CSV
                   ": STATUS " WS-CSV-STATUS
               MOVE SPACES TO WS-SPOOL-CSV
           END-IF.

       ADD-CSV-TEXT.
           MOVE "T" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       ADD-CSV-AMOUNT.
           MOVE "A" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       WRITE-CSV-ROW.
           IF WS-SPOOL-CSV NOT = SPACES
               MOVE EX-ROW TO CSV-LINE
               WRITE CSV-LINE
           END-IF.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.

       CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CLOSE CsvFile
           END-IF.
