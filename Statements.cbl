           SELECT StatementFile ASSIGN TO "statements.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Statement-Status.
           SELECT CsvFile ASSIGN TO "statements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT DepositFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Deposit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StatementFile.
       01 STATEMENT-LINE          PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       FD DepositFile.
       COPY "Deposit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Customer-Status  PIC XX.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Receipt-Status   PIC XX.
       01 WS-Statement-Status PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Deposit-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-STATEMENT-MONTH  PIC 9(6).
             03 WS-BAL-OPEN-PAY    PIC S9(9)V99.
             03 WS-BAL-MONTH-PAY   PIC S9(9)V99.
             03 WS-BAL-MONTH-TAX   PIC 9(9)V99.
             03 WS-BAL-DEPOSIT     PIC S9(9)V99.
       01 WS-SUB              PIC 9(3).
       01 WS-ENTRY-SUB        PIC 9(3).
       01 WS-ENTRY-FOUND      PIC X.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "CUSTOMER STATEMENTS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "statements.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "statements.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".
       01 WS-ENV-MODE         PIC X VALUE "L".

       PROCEDURE DIVISION.

           PERFORM LOAD-INVOICE-BALANCES.
           PERFORM LOAD-RECEIPT-BALANCES.
           PERFORM LOAD-DEPOSIT-BALANCES.

           OPEN OUTPUT StatementFile.
           IF WS-Statement-Status NOT = "00"
               STOP RUN
           END-IF.

           PERFORM OPEN-CSV-EXPORT.
           STRING "STATEMENT MONTH,CUSTOMER,NAME,CITY,STATE"
               ",OPENING BALANCE,INVOICES,TAX INCLUDED,PAYMENTS"
               ",CLOSING BALANCE,DEPOSITS HELD"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           PERFORM UNTIL WS-Eof = "Y"
               READ CustomerFile NEXT RECORD
                   AT END

           CLOSE CustomerFile.
           CLOSE StatementFile.
           PERFORM CLOSE-CSV-EXPORT.

           DISPLAY "STATEMENTS WRITTEN: " WS-STATEMENT-COUNT
               " TO statements.prt".
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           DISPLAY "OUTPUT REGISTERED ON THE PRINT SPOOL "
               "CATALOG.".
           IF WS-DROPPED-COUNT > 0
               CLOSE CashReceiptFile
           END-IF.

       LOAD-DEPOSIT-BALANCES.
           MOVE "N" TO WS-Eof.
           OPEN INPUT DepositFile.
           IF WS-Deposit-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ DepositFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF DE-ENTRY-DATE(1:6)
                                   <= WS-STATEMENT-MONTH
                               MOVE DE-CUSTOMER-ID
                                   TO WS-LOOKUP-CUSTOMER
                               PERFORM FIND-BALANCE-ENTRY
                               IF WS-ENTRY-FOUND = "Y"
                                   IF DE-ENTRY-TYPE = "R"
                                       ADD DE-AMOUNT TO
                                           WS-BAL-DEPOSIT
                                               (WS-ENTRY-SUB)
                                   ELSE
                                       SUBTRACT DE-AMOUNT FROM
                                           WS-BAL-DEPOSIT
                                               (WS-ENTRY-SUB)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DepositFile
           END-IF.

       FIND-BALANCE-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   MOVE 0 TO WS-BAL-OPEN-PAY(WS-ENTRY-SUB)
                   MOVE 0 TO WS-BAL-MONTH-PAY(WS-ENTRY-SUB)
                   MOVE 0 TO WS-BAL-MONTH-TAX(WS-ENTRY-SUB)
                   MOVE 0 TO WS-BAL-DEPOSIT(WS-ENTRY-SUB)
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
           IF WS-OPENING-BALANCE = ZERO
                   AND WS-BAL-MONTH-INV(WS-ENTRY-SUB) = ZERO
                   AND WS-BAL-MONTH-PAY(WS-ENTRY-SUB) = ZERO
                   AND WS-BAL-DEPOSIT(WS-ENTRY-SUB) = ZERO
               CONTINUE
           ELSE
               ADD 1 TO WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

           IF WS-BAL-DEPOSIT(WS-ENTRY-SUB) NOT = ZERO
               MOVE WS-BAL-DEPOSIT(WS-ENTRY-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DEPOSITS HELD   : " WS-AMOUNT-EDIT
                   "  (INCLUDED IN PAYMENTS, APPLIED WHEN INVOICED)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.
           MOVE WS-STATEMENT-MONTH             TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE CustomerID                     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE CustomerName                   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE CustomerCity                   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE CustomerState                  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-OPENING-BALANCE             TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BAL-MONTH-INV(WS-ENTRY-SUB) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BAL-MONTH-TAX(WS-ENTRY-SUB) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BAL-MONTH-PAY(WS-ENTRY-SUB) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-CLOSING-BALANCE             TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BAL-DEPOSIT(WS-ENTRY-SUB)   TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       WRITE-STATEMENT-LINE.
           MOVE WS-PRINT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-REPORT-LINES.
           DISPLAY WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.

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

       ADD-CSV-NUMBER.
           MOVE "N" TO EX-FIELD-TYPE.
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
