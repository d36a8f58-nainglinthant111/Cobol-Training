           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).
       01 GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
           02 FILLER              PIC X.
           02 GJ-RUN-DATE         PIC 9(8).
           02 GJ-COMPANY-CODE     PIC XX.
           02 FILLER              PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-Period-Status    PIC XX.
       01 WS-MONTH-DEBITS     PIC 9(11)V99 VALUE 0.
       01 WS-MONTH-CREDITS    PIC 9(11)V99 VALUE 0.

       01 WS-COMPANY-CODE     PIC XX.
       01 WS-ACCESS-STATUS    PIC X.
       01 WS-BATCH-COMPANY    PIC XX VALUE "01".
       01 WS-Company-Table.
           02 WS-Cmp-Count PIC 99 VALUE 0.
           02 WS-Cmp-Entry OCCURS 50 TIMES.
             03 WS-Cmp-Code    PIC XX.
             03 WS-Cmp-Debits  PIC 9(11)V99.
             03 WS-Cmp-Credits PIC 9(11)V99.
       01 WS-Cmp-Sub          PIC 99.
       01 WS-Cmp-Found        PIC X.
       01 WS-COMPANIES-BALANCE PIC X.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "ACCT-PERIOD-CLOSE".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           MOVE "N" TO WS-EOF.

       CLOSE-ONE-MONTH.
           DISPLAY "ENTER COMPANY CODE (BLANK = CONSOLIDATED): ".
           ACCEPT WS-COMPANY-CODE.
           CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID
               WS-COMPANY-CODE WS-ACCESS-STATUS.
           IF WS-ACCESS-STATUS = "N"
               DISPLAY "COMPANY " WS-COMPANY-CODE
                   " NOT ON FILE - CLOSE REFUSED"
               GOBACK
           END-IF.
           IF WS-ACCESS-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR THIS COMPANY SELECTION"
               GOBACK
           END-IF.
           DISPLAY "ENTER MONTH TO CLOSE (YYYYMM): ".
           ACCEPT WS-CLOSE-MONTH.
           PERFORM LOAD-PERIODS.
           IF WS-MONTH-DEBITS NOT = WS-MONTH-CREDITS
               DISPLAY "DEBITS DO NOT EQUAL CREDITS FOR "
                   WS-CLOSE-MONTH " - PERIOD LEFT OPEN"
           ELSE
           IF WS-COMPANY-CODE NOT = SPACES
               DISPLAY "COMPANY " WS-COMPANY-CODE " BALANCES FOR "
                   WS-CLOSE-MONTH " - PERIODS ARE SHARED, CLOSE "
                   "WITH A CONSOLIDATED RUN"
           ELSE
           IF WS-COMPANIES-BALANCE NOT = "Y"
               DISPLAY "ONE OR MORE COMPANIES DO NOT BALANCE FOR "
                   WS-CLOSE-MONTH " - PERIOD LEFT OPEN"
           ELSE
               MOVE "C" TO WS-Per-Status(WS-Per-Sub)
               MOVE "Y" TO WS-Changed
               PERFORM REWRITE-PERIODS
               DISPLAY "PERIOD " WS-CLOSE-MONTH " CLOSED."
           END-IF END-IF END-IF.

       TOTAL-MONTH-ACTIVITY.
           OPEN INPUT GlJournalFile.
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GJ-RECORD-TYPE = "H"
                           MOVE GJ-COMPANY-CODE TO WS-BATCH-COMPANY
                           IF WS-BATCH-COMPANY = SPACES
                               MOVE "01" TO WS-BATCH-COMPANY
                           END-IF
                       END-IF
                       IF GJ-RECORD-TYPE = "D"
                               AND GJ-PERIOD = WS-CLOSE-MONTH
                           IF WS-COMPANY-CODE = SPACES
                               PERFORM ACCUMULATE-COMPANY-LINE
                               PERFORM ACCUMULATE-MONTH-LINE
                           ELSE
                               IF WS-BATCH-COMPANY = WS-COMPANY-CODE
                                   PERFORM ACCUMULATE-MONTH-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GlJournalFile.
           MOVE "N" TO WS-EOF.

       ACCUMULATE-COMPANY-LINE.
           MOVE "N" TO WS-Cmp-Found.
           PERFORM VARYING WS-Cmp-Sub FROM 1 BY 1
                   UNTIL WS-Cmp-Sub > WS-Cmp-Count
                   OR WS-Cmp-Found = "Y"
               IF WS-Cmp-Code(WS-Cmp-Sub) = WS-BATCH-COMPANY
                   MOVE "Y" TO WS-Cmp-Found
               END-IF
           END-PERFORM.
           IF WS-Cmp-Found = "Y"
               SUBTRACT 1 FROM WS-Cmp-Sub
           ELSE
               IF WS-Cmp-Count < 50
                   ADD 1 TO WS-Cmp-Count
                   MOVE WS-Cmp-Count TO WS-Cmp-Sub
                   MOVE WS-BATCH-COMPANY TO WS-Cmp-Code(WS-Cmp-Sub)
                   MOVE 0 TO WS-Cmp-Debits(WS-Cmp-Sub)
                   MOVE 0 TO WS-Cmp-Credits(WS-Cmp-Sub)
                   MOVE "Y" TO WS-Cmp-Found
               END-IF
           END-IF.
           IF WS-Cmp-Found = "Y"
               ADD GJ-DEBIT  TO WS-Cmp-Debits(WS-Cmp-Sub)
               ADD GJ-CREDIT TO WS-Cmp-Credits(WS-Cmp-Sub)
           END-IF.

       ACCUMULATE-MONTH-LINE.
           MOVE "N" TO WS-Entry-Found.
           PERFORM VARYING WS-Acct-Sub FROM 1 BY 1
           DISPLAY " ".
           DISPLAY "MONTH-END CLOSE REPORT - PERIOD "
               WS-CLOSE-MONTH.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "ALL COMPANIES - CONSOLIDATED"
           ELSE
               DISPLAY "COMPANY " WS-COMPANY-CODE
           END-IF.
           DISPLAY "ACCOUNT  DEBITS         CREDITS".
           PERFORM VARYING WS-Acct-Sub FROM 1 BY 1
                   UNTIL WS-Acct-Sub > WS-Acct-Count
           DISPLAY "------------------------------------------".
           DISPLAY "MONTH DEBITS : " WS-MONTH-DEBITS.
           DISPLAY "MONTH CREDITS: " WS-MONTH-CREDITS.
           MOVE "Y" TO WS-COMPANIES-BALANCE.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "COMPANY  DEBITS         CREDITS"
               PERFORM VARYING WS-Cmp-Sub FROM 1 BY 1
                       UNTIL WS-Cmp-Sub > WS-Cmp-Count
                   IF WS-Cmp-Debits(WS-Cmp-Sub)
                           = WS-Cmp-Credits(WS-Cmp-Sub)
                       DISPLAY WS-Cmp-Code(WS-Cmp-Sub) "       "
                           WS-Cmp-Debits(WS-Cmp-Sub) "  "
                           WS-Cmp-Credits(WS-Cmp-Sub)
                   ELSE
                       MOVE "N" TO WS-COMPANIES-BALANCE
                       DISPLAY WS-Cmp-Code(WS-Cmp-Sub) "       "
                           WS-Cmp-Debits(WS-Cmp-Sub) "  "
                           WS-Cmp-Credits(WS-Cmp-Sub)
                           "  ** OUT OF BALANCE"
                   END-IF
               END-PERFORM
           END-IF.

       REWRITE-PERIODS.
           OPEN OUTPUT AcctPeriodFile.
