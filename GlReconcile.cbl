       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT VoucherFile ASSIGN TO "vouchers.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Voucher-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT CheckRegisterFile ASSIGN TO "checkregister.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT ReconExceptionFile ASSIGN TO "reconexceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Recon-Status.
           SELECT ReportFile ASSIGN TO "glrecon.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO "glrecon.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD VoucherFile.
       COPY "Voucher.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD CheckRegisterFile.
       COPY "CheckRegister.cpy".

       FD GlJournalFile.
       01 GL-JOURNAL-RECORD.
           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-ACCOUNT          PIC 9(4).
           02 GJ-DEBIT            PIC 9(9)V99.
           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).

       FD ReconExceptionFile.
       01 ReconExceptionRecord.
           05 REX-TIMESTAMP     PIC 9(8).
           05 FILLER            PIC X.
           05 REX-TOTAL         PIC S99.
           05 FILLER            PIC X.
           05 REX-MESSAGE       PIC X(40).

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Voucher-Status   PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Register-Status  PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Recon-Status     PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-REPORT-PERIOD    PIC 9(6).
       01 WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
           02 WS-REPORT-YEAR  PIC 9(4).
           02 WS-REPORT-MONTH PIC 99.

       01 WS-AR-ACCOUNT       PIC 9(4) VALUE 1200.
       01 WS-AP-ACCOUNT       PIC 9(4) VALUE 2000.
       01 WS-INVENTORY-ACCOUNT PIC 9(4) VALUE 1300.
       01 WS-CLEARING-ACCOUNT PIC 9(4) VALUE 1010.

       01 WS-Recon-Table.
           02 WS-Rec-Entry OCCURS 4 TIMES.
             03 WS-Rec-Title     PIC X(24).
             03 WS-Rec-Code      PIC X(4).
             03 WS-Rec-Source    PIC X(20).
             03 WS-Rec-Account   PIC 9(4).
             03 WS-Rec-Normal    PIC X.
             03 WS-Rec-Available PIC X.
             03 WS-Rec-Subledger PIC S9(11)V99.
             03 WS-Rec-Ledger    PIC S9(11)V99.
             03 WS-Rec-Difference PIC S9(11)V99.
       01 WS-Rec-Sub          PIC 9.

       01 WS-OPEN-AMOUNT      PIC S9(9)V99.
       01 WS-EXTENDED-VALUE   PIC 9(11)V99.
       01 WS-EXCEPTION-COUNT  PIC 9(3) VALUE 0.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DIFF-OUT         PIC ZZZZZZZZZ9.99-.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20) VALUE "GL CONTROL RECON".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "glrecon.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "glrecon.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "GL-RECONCILE".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "ENTER PERIOD (YYYYMM): ".
           ACCEPT WS-REPORT-PERIOD.

           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               DISPLAY "INVALID PERIOD - RECONCILIATION NOT RUN"
           ELSE
               PERFORM SET-UP-CONTROLS
               PERFORM TOTAL-RECEIVABLES
               PERFORM TOTAL-PAYABLES
               PERFORM TOTAL-INVENTORY
               PERFORM TOTAL-OUTSTANDING-CHECKS
               PERFORM TOTAL-LEDGER-BALANCES
               PERFORM PRINT-RECONCILIATION
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       SET-UP-CONTROLS.
           MOVE "ACCOUNTS RECEIVABLE" TO WS-Rec-Title(1).
           MOVE "invoicehistory.dat" TO WS-Rec-Source(1).
           MOVE WS-AR-ACCOUNT TO WS-Rec-Account(1).
           MOVE "AR" TO WS-Rec-Code(1).
           MOVE "D" TO WS-Rec-Normal(1).
           MOVE "ACCOUNTS PAYABLE" TO WS-Rec-Title(2).
           MOVE "vouchers.dat" TO WS-Rec-Source(2).
           MOVE WS-AP-ACCOUNT TO WS-Rec-Account(2).
           MOVE "AP" TO WS-Rec-Code(2).
           MOVE "C" TO WS-Rec-Normal(2).
           MOVE "INVENTORY" TO WS-Rec-Title(3).
           MOVE "VALUATION-REPORT" TO WS-Rec-Source(3).
           MOVE WS-INVENTORY-ACCOUNT TO WS-Rec-Account(3).
           MOVE "INV" TO WS-Rec-Code(3).
           MOVE "D" TO WS-Rec-Normal(3).
           MOVE "CASH CLEARING" TO WS-Rec-Title(4).
           MOVE "checkregister.dat" TO WS-Rec-Source(4).
           MOVE WS-CLEARING-ACCOUNT TO WS-Rec-Account(4).
           MOVE "CASH" TO WS-Rec-Code(4).
           MOVE "C" TO WS-Rec-Normal(4).
           PERFORM VARYING WS-Rec-Sub FROM 1 BY 1
                   UNTIL WS-Rec-Sub > 4
               MOVE "N" TO WS-Rec-Available(WS-Rec-Sub)
               MOVE 0 TO WS-Rec-Subledger(WS-Rec-Sub)
               MOVE 0 TO WS-Rec-Ledger(WS-Rec-Sub)
               MOVE 0 TO WS-Rec-Difference(WS-Rec-Sub)
           END-PERFORM.

       TOTAL-RECEIVABLES.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status NOT = "00"
               DISPLAY "INVOICE HISTORY NOT AVAILABLE: STATUS "
                   WS-Invoice-Status
           ELSE
               MOVE "Y" TO WS-Rec-Available(1)
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-STATUS = "O"
                               COMPUTE WS-OPEN-AMOUNT =
                                   IV-INVOICE-AMOUNT - IV-PAID-AMOUNT
                               IF IV-INVOICE-TYPE = "C"
                                   SUBTRACT WS-OPEN-AMOUNT
                                       FROM WS-Rec-Subledger(1)
                               ELSE
                                   ADD WS-OPEN-AMOUNT
                                       TO WS-Rec-Subledger(1)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
               MOVE "N" TO WS-Eof
           END-IF.

       TOTAL-PAYABLES.
           OPEN INPUT VoucherFile.
           IF WS-Voucher-Status NOT = "00"
               DISPLAY "VOUCHER FILE NOT AVAILABLE: STATUS "
                   WS-Voucher-Status
           ELSE
               MOVE "Y" TO WS-Rec-Available(2)
               PERFORM UNTIL WS-Eof = "Y"
                   READ VoucherFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF VO-STATUS = "O"
                               ADD VO-AMOUNT TO WS-Rec-Subledger(2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
               MOVE "N" TO WS-Eof
           END-IF.

       TOTAL-INVENTORY.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "PRODUCT MASTER NOT AVAILABLE: STATUS "
                   WS-Product-Status
           ELSE
               MOVE "Y" TO WS-Rec-Available(3)
               PERFORM UNTIL WS-Eof = "Y"
                   READ ProductMasterFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           COMPUTE WS-EXTENDED-VALUE ROUNDED =
                               PM-ON-HAND-QTY * PM-UNIT-COST
                           ADD WS-EXTENDED-VALUE
                               TO WS-Rec-Subledger(3)
                   END-READ
               END-PERFORM
               CLOSE ProductMasterFile
               MOVE "N" TO WS-Eof
           END-IF.

       TOTAL-OUTSTANDING-CHECKS.
           OPEN INPUT CheckRegisterFile.
           IF WS-Register-Status NOT = "00"
               DISPLAY "CHECK REGISTER NOT AVAILABLE: STATUS "
                   WS-Register-Status
           ELSE
               MOVE "Y" TO WS-Rec-Available(4)
               PERFORM UNTIL WS-Eof = "Y"
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF CR-CHECK-TYPE NOT = "V"
                                   AND CR-CLEARED-FLAG NOT = "Y"
                               ADD CR-NET-AMOUNT
                                   TO WS-Rec-Subledger(4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
               MOVE "N" TO WS-Eof
           END-IF.

       TOTAL-LEDGER-BALANCES.
           OPEN INPUT GlJournalFile.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "GL JOURNAL NOT AVAILABLE: STATUS "
                   WS-Journal-Status
                   " - LEDGER BALANCES TAKEN AS ZERO"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ GlJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF GJ-RECORD-TYPE = "D"
                                   AND GJ-PERIOD <= WS-REPORT-PERIOD
                               PERFORM POST-LEDGER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlJournalFile
               MOVE "N" TO WS-Eof
           END-IF.

       POST-LEDGER-LINE.
           PERFORM VARYING WS-Rec-Sub FROM 1 BY 1
                   UNTIL WS-Rec-Sub > 4
               IF GJ-ACCOUNT = WS-Rec-Account(WS-Rec-Sub)
                   IF WS-Rec-Normal(WS-Rec-Sub) = "D"
                       ADD GJ-DEBIT TO WS-Rec-Ledger(WS-Rec-Sub)
                       SUBTRACT GJ-CREDIT
                           FROM WS-Rec-Ledger(WS-Rec-Sub)
                   ELSE
                       ADD GJ-CREDIT TO WS-Rec-Ledger(WS-Rec-Sub)
                       SUBTRACT GJ-DEBIT
                           FROM WS-Rec-Ledger(WS-Rec-Sub)
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-RECONCILIATION.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN glrecon.prt: STATUS "
                   WS-Report-Status
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SUBLEDGER TO GENERAL LEDGER RECONCILIATION - "
                   "PERIOD " WS-REPORT-PERIOD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RUN DATE " WS-TODAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM OPEN-CSV-EXPORT
               STRING "PERIOD,CONTROL,TITLE,ACCOUNT,SUBLEDGER,"
                   "SUBLEDGER TOTAL,LEDGER BALANCE,DIFFERENCE,STATUS"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               PERFORM VARYING WS-Rec-Sub FROM 1 BY 1
                       UNTIL WS-Rec-Sub > 4
                   PERFORM PRINT-ONE-CONTROL
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-EXCEPTION-COUNT = 0
                   MOVE "ALL CONTROL ACCOUNTS AGREE WITH SUBLEDGERS"
                       TO WS-PRINT-LINE
               ELSE
                   STRING "CONTROL ACCOUNTS OUT OF BALANCE: "
                       WS-EXCEPTION-COUNT
                       " - WRITTEN TO reconexceptions.dat"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               PERFORM REGISTER-REPORT
               DISPLAY "CONTROL ACCOUNTS OUT OF BALANCE: "
                   WS-EXCEPTION-COUNT
               DISPLAY "REPORT WRITTEN TO glrecon.prt"
           END-IF.

       PRINT-ONE-CONTROL.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-Rec-Title(WS-Rec-Sub) " ACCOUNT "
               WS-Rec-Account(WS-Rec-Sub)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-Rec-Available(WS-Rec-Sub) NOT = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  SUBLEDGER " WS-Rec-Source(WS-Rec-Sub)
                   " NOT AVAILABLE - NOT RECONCILED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REX-MESSAGE
               STRING WS-Rec-Code(WS-Rec-Sub) " CONTROL "
                   WS-Rec-Account(WS-Rec-Sub) " NOT RECONCILED"
                   DELIMITED BY SIZE INTO REX-MESSAGE
               MOVE 0 TO WS-Rec-Difference(WS-Rec-Sub)
               PERFORM WRITE-RECON-EXCEPTION
           ELSE
               COMPUTE WS-Rec-Difference(WS-Rec-Sub) =
                   WS-Rec-Subledger(WS-Rec-Sub)
                   - WS-Rec-Ledger(WS-Rec-Sub)
               MOVE WS-Rec-Subledger(WS-Rec-Sub) TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  SUBLEDGER " WS-Rec-Source(WS-Rec-Sub)
                   "       " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-Rec-Ledger(WS-Rec-Sub) TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  GENERAL LEDGER ACCOUNT "
                   WS-Rec-Account(WS-Rec-Sub)
                   "            " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-Rec-Difference(WS-Rec-Sub) TO WS-AMOUNT-OUT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-Rec-Difference(WS-Rec-Sub) = 0
                   STRING "  DIFFERENCE                           "
                       WS-AMOUNT-OUT "  IN BALANCE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   STRING "  DIFFERENCE                           "
                       WS-AMOUNT-OUT "  ** OUT OF BALANCE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-Rec-Difference(WS-Rec-Sub) TO WS-DIFF-OUT
                   MOVE SPACES TO REX-MESSAGE
                   STRING WS-Rec-Code(WS-Rec-Sub) " CONTROL "
                       WS-Rec-Account(WS-Rec-Sub)
                       " DIFF " WS-DIFF-OUT
                       DELIMITED BY SIZE INTO REX-MESSAGE
                   PERFORM WRITE-RECON-EXCEPTION
               END-IF
           END-IF.
           PERFORM EXPORT-ONE-CONTROL.

       EXPORT-ONE-CONTROL.
           MOVE WS-REPORT-PERIOD           TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Rec-Code(WS-Rec-Sub)    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Rec-Title(WS-Rec-Sub)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Rec-Account(WS-Rec-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Rec-Source(WS-Rec-Sub)  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           IF WS-Rec-Available(WS-Rec-Sub) NOT = "Y"
               PERFORM ADD-CSV-TEXT 3 TIMES
               MOVE "NOT RECONCILED" TO EX-TEXT
           ELSE
               MOVE WS-Rec-Subledger(WS-Rec-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-Rec-Ledger(WS-Rec-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               MOVE WS-Rec-Difference(WS-Rec-Sub) TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
               IF WS-Rec-Difference(WS-Rec-Sub) = 0
                   MOVE "IN BALANCE" TO EX-TEXT
               ELSE
                   MOVE "OUT OF BALANCE" TO EX-TEXT
               END-IF
           END-IF.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-RECON-EXCEPTION.
           OPEN EXTEND ReconExceptionFile.
           IF WS-Recon-Status = "05" OR WS-Recon-Status = "35"
               OPEN OUTPUT ReconExceptionFile
           END-IF.
           MOVE WS-TODAY TO REX-TIMESTAMP.
           MOVE ZERO TO REX-TOTAL.
           COMPUTE REX-TOTAL = WS-Rec-Difference(WS-Rec-Sub)
               ON SIZE ERROR
                   CONTINUE
           END-COMPUTE.
           WRITE ReconExceptionRecord.
           CLOSE ReconExceptionFile.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-Written-Count.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.

       REGISTER-REPORT.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

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
