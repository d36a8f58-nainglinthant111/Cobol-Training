       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-DUP-SCAN INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VoucherFile ASSIGN TO "vouchers.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT DuplicateFile ASSIGN TO "vchdupes.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-STATUS.
           SELECT CsvFile ASSIGN TO "vchdupes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VoucherFile.
       COPY "Voucher.cpy".

       FD DuplicateFile.
       01 DUPLICATE-LINE          PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-VOUCHER-STATUS   PIC XX.
       01 WS-DUPLICATE-STATUS PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-TODAY            PIC 9(8).
       01 WS-DUP-WINDOW       PIC 9(3) VALUE 7.
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-DAY-GAP          PIC S9(7).

       01 WS-VOUCHER-TABLE.
           02 WS-VCH-COUNT PIC 9(4) VALUE 0.
           02 WS-VCH-ENTRY OCCURS 3000 TIMES.
             03 WS-VCH-NUMBER   PIC 9(6).
             03 WS-VCH-VENDOR   PIC X(5).
             03 WS-VCH-REF      PIC X(10).
             03 WS-VCH-CLEAN    PIC X(10).
             03 WS-VCH-AMOUNT   PIC 9(7)V99.
             03 WS-VCH-INV-DATE PIC 9(8).
             03 WS-VCH-DAYS     PIC 9(7).
             03 WS-VCH-STATUS   PIC X.
       01 WS-SUB              PIC 9(4).
       01 WS-MATCH-SUB        PIC 9(4).
       01 WS-START-SUB        PIC 9(4).
       01 WS-DUP-TYPE         PIC X(5).
       01 WS-VOUCHERS-DROPPED PIC 9(5) VALUE 0.
       01 WS-EXACT-COUNT      PIC 9(5) VALUE 0.
       01 WS-NEAR-COUNT       PIC 9(5) VALUE 0.
       01 WS-PAID-TWICE       PIC 9(5) VALUE 0.
       01 WS-PAID-TWICE-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-TYPE      PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-VOUCHER-1 PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-VOUCHER-2 PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-VENDOR    PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-REF-1     PIC X(10).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-REF-2     PIC X(10).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-AMOUNT    PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-INV-DATE  PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-STATUS-1  PIC X.
           02 WS-DL-STATUS-2  PIC X.
           02 FILLER          PIC X(9) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "DUPLICATE VOUCHERS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "vchdupes.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "vchdupes.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT VoucherFile.
           IF WS-VOUCHER-STATUS NOT = "00"
               DISPLAY "NO VOUCHER FILE - NO DUPLICATE SCAN"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VoucherFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-VOUCHER
               END-READ
           END-PERFORM.
           CLOSE VoucherFile.

           OPEN OUTPUT DuplicateFile.
           IF WS-DUPLICATE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DUPLICATE REPORT FILE: STATUS "
                   WS-DUPLICATE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CSV-EXPORT.
           STRING "MATCH TYPE,VOUCHER,MATCHING VOUCHER,VENDOR"
               ",INVOICE,MATCHING INVOICE,AMOUNT,INVOICE DATE"
               ",STATUS,MATCHING STATUS"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "POSSIBLE DUPLICATE VENDOR INVOICES AS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           MOVE "TYPE  VOUCH  VOUCH  VENDR INVOICE    INVOICE   "
               TO WS-PRINT-LINE.
           MOVE "     AMOUNT INV DATE ST" TO WS-PRINT-LINE(48:23).
           PERFORM WRITE-DUPLICATE-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VCH-COUNT
               PERFORM SCAN-ONE-VOUCHER
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           STRING "EXACT INVOICE MATCHES    " WS-EXACT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           STRING "SAME AMOUNT NEAR DATE    " WS-NEAR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           MOVE WS-PAID-TWICE-AMOUNT TO WS-AMOUNT-OUT.
           STRING "PAIRS PAID TWICE         " WS-PAID-TWICE
               "  " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           IF WS-VOUCHERS-DROPPED > 0
               STRING "WARNING: " WS-VOUCHERS-DROPPED
                   " VOUCHER(S) NOT SCANNED - TABLE FULL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-DUPLICATE-LINE
           END-IF.
           CLOSE DuplicateFile.
           PERFORM CLOSE-CSV-EXPORT.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "DUPLICATE VOUCHER SCAN COMPLETE: " WS-EXACT-COUNT
               " EXACT, " WS-NEAR-COUNT " NEAR".
           GOBACK.

       LOAD-ONE-VOUCHER.
           IF WS-VCH-COUNT >= 3000
               ADD 1 TO WS-VOUCHERS-DROPPED
           ELSE
               ADD 1 TO WS-VCH-COUNT
               MOVE VO-VOUCHER-NO   TO WS-VCH-NUMBER(WS-VCH-COUNT)
               MOVE VO-VENDOR-ID    TO WS-VCH-VENDOR(WS-VCH-COUNT)
               MOVE VO-INVOICE-REF  TO WS-VCH-REF(WS-VCH-COUNT)
               CALL "INVOICE-REF-CLEAN" USING VO-INVOICE-REF
                   WS-VCH-CLEAN(WS-VCH-COUNT)
               MOVE VO-AMOUNT       TO WS-VCH-AMOUNT(WS-VCH-COUNT)
               MOVE VO-INVOICE-DATE TO WS-VCH-INV-DATE(WS-VCH-COUNT)
               MOVE VO-STATUS       TO WS-VCH-STATUS(WS-VCH-COUNT)
               MOVE VO-INVOICE-DATE(1:4) TO WS-WORK-YEAR
               MOVE VO-INVOICE-DATE(5:2) TO WS-WORK-MONTH
               MOVE VO-INVOICE-DATE(7:2) TO WS-WORK-DAY
               COMPUTE WS-VCH-DAYS(WS-VCH-COUNT) =
                   (WS-WORK-YEAR * 360)
                 + (WS-WORK-MONTH * 30)
                 + WS-WORK-DAY
           END-IF.

       SCAN-ONE-VOUCHER.
           COMPUTE WS-START-SUB = WS-SUB + 1.
           PERFORM VARYING WS-MATCH-SUB FROM WS-START-SUB BY 1
                   UNTIL WS-MATCH-SUB > WS-VCH-COUNT
               PERFORM COMPARE-VOUCHERS
           END-PERFORM.

       COMPARE-VOUCHERS.
           MOVE SPACES TO WS-DUP-TYPE.
           IF WS-VCH-VENDOR(WS-SUB) = WS-VCH-VENDOR(WS-MATCH-SUB)
               IF WS-VCH-CLEAN(WS-SUB) NOT = SPACES
                       AND WS-VCH-CLEAN(WS-SUB)
                           = WS-VCH-CLEAN(WS-MATCH-SUB)
                   MOVE "EXACT" TO WS-DUP-TYPE
                   ADD 1 TO WS-EXACT-COUNT
               ELSE
               IF WS-VCH-AMOUNT(WS-SUB) = WS-VCH-AMOUNT(WS-MATCH-SUB)
                   COMPUTE WS-DAY-GAP = WS-VCH-DAYS(WS-SUB)
                       - WS-VCH-DAYS(WS-MATCH-SUB)
                   IF WS-DAY-GAP < 0
                       COMPUTE WS-DAY-GAP = 0 - WS-DAY-GAP
                   END-IF
                   IF WS-DAY-GAP <= WS-DUP-WINDOW
                       MOVE "NEAR" TO WS-DUP-TYPE
                       ADD 1 TO WS-NEAR-COUNT
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-DUP-TYPE NOT = SPACES
               PERFORM PRINT-DUPLICATE-PAIR
           END-IF.

       PRINT-DUPLICATE-PAIR.
           MOVE WS-DUP-TYPE                 TO WS-DL-TYPE.
           MOVE WS-VCH-NUMBER(WS-SUB)       TO WS-DL-VOUCHER-1.
           MOVE WS-VCH-NUMBER(WS-MATCH-SUB) TO WS-DL-VOUCHER-2.
           MOVE WS-VCH-VENDOR(WS-SUB)       TO WS-DL-VENDOR.
           MOVE WS-VCH-REF(WS-SUB)          TO WS-DL-REF-1.
           MOVE WS-VCH-REF(WS-MATCH-SUB)    TO WS-DL-REF-2.
           MOVE WS-VCH-AMOUNT(WS-MATCH-SUB) TO WS-DL-AMOUNT.
           MOVE WS-VCH-INV-DATE(WS-MATCH-SUB) TO WS-DL-INV-DATE.
           MOVE WS-VCH-STATUS(WS-SUB)       TO WS-DL-STATUS-1.
           MOVE WS-VCH-STATUS(WS-MATCH-SUB) TO WS-DL-STATUS-2.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-DUPLICATE-LINE.
           MOVE WS-DUP-TYPE                   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-VCH-NUMBER(WS-SUB)         TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-VCH-NUMBER(WS-MATCH-SUB)   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-VCH-VENDOR(WS-SUB)         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-VCH-REF(WS-SUB)            TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-VCH-REF(WS-MATCH-SUB)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-VCH-AMOUNT(WS-MATCH-SUB)   TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-VCH-INV-DATE(WS-MATCH-SUB) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-VCH-STATUS(WS-SUB)         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-VCH-STATUS(WS-MATCH-SUB)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.
           IF WS-VCH-STATUS(WS-SUB) = "P"
                   AND WS-VCH-STATUS(WS-MATCH-SUB) = "P"
               ADD 1 TO WS-PAID-TWICE
               ADD WS-VCH-AMOUNT(WS-MATCH-SUB) TO WS-PAID-TWICE-AMOUNT
           END-IF.

       WRITE-DUPLICATE-LINE.
           MOVE WS-PRINT-LINE TO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           ADD 1 TO WS-REPORT-LINES.
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
