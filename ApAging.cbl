       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VoucherFile ASSIGN TO "vouchers.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Voucher-Status.
           SELECT VendorFile ASSIGN TO "vendors.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT PaySelectionFile ASSIGN TO "payselect.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Selection-Status.
           SELECT ReportFile ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO WS-SPOOL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VoucherFile.
       COPY "Voucher.cpy".

       FD VendorFile.
       COPY "VendorMaster.cpy".

       FD PaySelectionFile.
       COPY "PaySelection.cpy".

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Voucher-Status   PIC XX.
       01 WS-Vendor-Status    PIC XX.
       01 WS-Selection-Status PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-MODE             PIC X.
           88 MODE-AGING      VALUE "A".
           88 MODE-CASH       VALUE "C".
           88 MODE-APPROVE    VALUE "S".
       01 WS-ANSWER           PIC X.
       01 WS-REPORT-NAME      PIC X(20).

       01 WS-TODAY            PIC 9(8).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-HORIZON-DATE     PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-DAY-COUNT        PIC 9(3).
       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-WORK-DAYS        PIC 9(7).
       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-PAST-DUE-DAYS    PIC S9(7).
       01 WS-BUCKET           PIC 9.

       01 WS-Vendor-Table.
           02 WS-Vnd-Count PIC 9(3) VALUE 0.
           02 WS-Vnd-Entry OCCURS 200 TIMES.
             03 WS-Vnd-Id       PIC X(5).
             03 WS-Vnd-Name     PIC X(20).
             03 WS-Vnd-Disc-Pct PIC 9V99.
             03 WS-Vnd-Disc-Days PIC 9(3).
             03 WS-Vnd-Bucket OCCURS 5 TIMES PIC 9(9)V99.
             03 WS-Vnd-Open     PIC 9(9)V99.
       01 WS-Vnd-Sub          PIC 9(3).
       01 WS-VENDOR-FOUND     PIC X.
       01 WS-VENDOR-NAME      PIC X(20).
       01 WS-BSub             PIC 9.
       01 WS-Grand-Bucket.
           02 WS-Grand-Amt OCCURS 5 TIMES PIC 9(9)V99.
       01 WS-GRAND-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-UNKNOWN-VENDORS  PIC 9(5) VALUE 0.

       01 WS-Open-Table.
           02 WS-Opn-Count PIC 9(3) VALUE 0.
           02 WS-Opn-Entry OCCURS 500 TIMES.
             03 WS-Opn-Voucher   PIC 9(6).
             03 WS-Opn-Vendor    PIC X(5).
             03 WS-Opn-Due       PIC 9(8).
             03 WS-Opn-Amount    PIC 9(7)V99.
             03 WS-Opn-Discount  PIC 9(7)V99.
             03 WS-Opn-Disc-Date PIC 9(8).
             03 WS-Opn-Week      PIC 99.
             03 WS-Opn-Selected  PIC X.
       01 WS-Opn-Sub          PIC 9(3).
       01 WS-OPEN-DROPPED     PIC 9(5) VALUE 0.

       01 WS-WEEKS            PIC 99.
       01 WS-Week-Table.
           02 WS-Wk-Entry OCCURS 13 TIMES.
             03 WS-Wk-Start     PIC 9(8).
             03 WS-Wk-End       PIC 9(8).
             03 WS-Wk-Amount    PIC 9(9)V99.
             03 WS-Wk-Discount  PIC 9(9)V99.
       01 WS-Wk-Sub           PIC 99.
       01 WS-LATER-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-LATER-COUNT      PIC 9(5) VALUE 0.
       01 WS-LOST-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-AT-RISK-AMOUNT   PIC 9(9)V99 VALUE 0.
       01 WS-SELECT-COUNT     PIC 9(5) VALUE 0.
       01 WS-SELECT-GROSS     PIC 9(9)V99 VALUE 0.
       01 WS-SELECT-DISCOUNT  PIC 9(9)V99 VALUE 0.
       01 WS-SELECT-NET       PIC 9(9)V99 VALUE 0.

       01 WS-Selection-Table.
           02 WS-Sel-Count PIC 9(3) VALUE 0.
           02 WS-Sel-Entry OCCURS 500 TIMES.
             03 WS-Sel-Image PIC X(80).
       01 WS-Sel-Sub          PIC 9(3).
       01 WS-APPROVED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT    PIC 9(5) VALUE 0.
       01 WS-SELECTION-CHANGED PIC X VALUE "N".

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-AGING-LINE.
           02 WS-AL-VENDOR    PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-AL-NAME      PIC X(12).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-AL-AMOUNT OCCURS 6 TIMES PIC Z(6)9.99.
           02 FILLER          PIC X VALUE SPACE.
       01 WS-AGING-HEADING.
           02 FILLER          PIC X(19) VALUE "VENDR NAME".
           02 FILLER          PIC X(10) VALUE "   CURRENT".
           02 FILLER          PIC X(10) VALUE " 1-30 DAYS".
           02 FILLER          PIC X(10) VALUE "31-60 DAYS".
           02 FILLER          PIC X(10) VALUE "61-90 DAYS".
           02 FILLER          PIC X(10) VALUE "   OVER 90".
           02 FILLER          PIC X(10) VALUE "     TOTAL".
           02 FILLER          PIC X     VALUE SPACE.
       01 WS-CASH-HEADING.
           02 FILLER          PIC X(22) VALUE "VOUCH  VENDR DUE DATE".
           02 FILLER          PIC X(21) VALUE
               "    AMOUNT  DISCOUNT ".
           02 FILLER          PIC X(30) VALUE "DISC BY  NOTE".
           02 FILLER          PIC X(7)  VALUE "SEL".
       01 WS-CASH-LINE.
           02 WS-CL-VOUCHER   PIC 9(6).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-VENDOR    PIC X(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-DUE       PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-AMOUNT    PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-DISCOUNT  PIC ZZ,ZZ9.99.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-DISC-DATE PIC X(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-NOTE      PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-CL-SELECTED  PIC X(3).
           02 FILLER          PIC X(4) VALUE SPACES.
       01 WS-AMOUNT-OUT       PIC ZZ,ZZZ,ZZ9.99.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20).
       01 WS-SPOOL-FILE       PIC X(20).
       01 WS-SPOOL-CSV        PIC X(20).
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "AP-AGING".
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
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
           PERFORM VARYING WS-BSub FROM 1 BY 1 UNTIL WS-BSub > 5
               MOVE 0 TO WS-Grand-Amt(WS-BSub)
           END-PERFORM.

           DISPLAY "SELECT MODE (A=AP AGING, C=CASH REQUIREMENTS AND "
               "PAYMENT PROPOSAL, S=APPROVE PAYMENT SELECTION): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-AGING
                   PERFORM LOAD-VENDORS
                   PERFORM LOAD-OPEN-VOUCHERS
                   PERFORM AGING-REPORT
               WHEN MODE-CASH
                   PERFORM LOAD-VENDORS
                   PERFORM LOAD-OPEN-VOUCHERS
                   PERFORM CASH-REQUIREMENTS
               WHEN MODE-APPROVE
                   PERFORM LOAD-VENDORS
                   PERFORM APPROVE-SELECTION
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       LOAD-VENDORS.
           OPEN INPUT VendorFile.
           IF WS-Vendor-Status NOT = "00"
               DISPLAY "VENDOR FILE NOT AVAILABLE: STATUS "
                   WS-Vendor-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Vnd-Count >= 200
                   READ VendorFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Vnd-Count
                           MOVE VN-VENDOR-ID
                               TO WS-Vnd-Id(WS-Vnd-Count)
                           MOVE VN-NAME
                               TO WS-Vnd-Name(WS-Vnd-Count)
                           MOVE VN-DISC-PCT
                               TO WS-Vnd-Disc-Pct(WS-Vnd-Count)
                           MOVE VN-DISC-DAYS
                               TO WS-Vnd-Disc-Days(WS-Vnd-Count)
                           PERFORM VARYING WS-BSub FROM 1 BY 1
                                   UNTIL WS-BSub > 5
                               MOVE 0 TO
                                   WS-Vnd-Bucket(WS-Vnd-Count WS-BSub)
                           END-PERFORM
                           MOVE 0 TO WS-Vnd-Open(WS-Vnd-Count)
                   END-READ
               END-PERFORM
               CLOSE VendorFile
               MOVE "N" TO WS-Eof
           END-IF.

       FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND.
           MOVE "NAME UNAVAILABLE" TO WS-VENDOR-NAME.
           PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
                   UNTIL WS-Vnd-Sub > WS-Vnd-Count
                   OR WS-VENDOR-FOUND = "Y"
               IF WS-Vnd-Id(WS-Vnd-Sub) = VO-VENDOR-ID
                   MOVE "Y" TO WS-VENDOR-FOUND
                   MOVE WS-Vnd-Name(WS-Vnd-Sub)
                       TO WS-VENDOR-NAME
               END-IF
           END-PERFORM.
           IF WS-VENDOR-FOUND = "Y"
               SUBTRACT 1 FROM WS-Vnd-Sub
           END-IF.

       LOAD-OPEN-VOUCHERS.
           OPEN INPUT VoucherFile.
           IF WS-Voucher-Status NOT = "00"
               DISPLAY "VOUCHER FILE NOT AVAILABLE: STATUS "
                   WS-Voucher-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ VoucherFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF VO-STATUS = "O"
                               PERFORM LOAD-ONE-VOUCHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-ONE-VOUCHER.
           PERFORM FIND-VENDOR.
           IF WS-VENDOR-FOUND = "N"
               ADD 1 TO WS-UNKNOWN-VENDORS
           END-IF.
           MOVE VO-DUE-DATE TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-PAST-DUE-DAYS = WS-TODAY-DAYS - WS-WORK-DAYS.
           EVALUATE TRUE
               WHEN WS-PAST-DUE-DAYS <= 0
                   MOVE 1 TO WS-BUCKET
               WHEN WS-PAST-DUE-DAYS <= 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-PAST-DUE-DAYS <= 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-PAST-DUE-DAYS <= 90
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
           END-EVALUATE.
           IF WS-VENDOR-FOUND = "Y"
               ADD VO-AMOUNT TO WS-Vnd-Bucket(WS-Vnd-Sub WS-BUCKET)
               ADD VO-AMOUNT TO WS-Vnd-Open(WS-Vnd-Sub)
           END-IF.
           ADD VO-AMOUNT TO WS-Grand-Amt(WS-BUCKET).
           ADD VO-AMOUNT TO WS-GRAND-TOTAL.

           IF WS-Opn-Count >= 500
               ADD 1 TO WS-OPEN-DROPPED
           ELSE
               ADD 1 TO WS-Opn-Count
               MOVE WS-Opn-Count TO WS-Opn-Sub
               MOVE VO-VOUCHER-NO TO WS-Opn-Voucher(WS-Opn-Sub)
               MOVE VO-VENDOR-ID  TO WS-Opn-Vendor(WS-Opn-Sub)
               MOVE VO-DUE-DATE   TO WS-Opn-Due(WS-Opn-Sub)
               MOVE VO-AMOUNT     TO WS-Opn-Amount(WS-Opn-Sub)
               MOVE 0             TO WS-Opn-Discount(WS-Opn-Sub)
               MOVE 0             TO WS-Opn-Disc-Date(WS-Opn-Sub)
               MOVE 0             TO WS-Opn-Week(WS-Opn-Sub)
               MOVE "N"           TO WS-Opn-Selected(WS-Opn-Sub)
               IF WS-VENDOR-FOUND = "Y"
                       AND WS-Vnd-Disc-Pct(WS-Vnd-Sub) > 0
                       AND WS-Vnd-Disc-Days(WS-Vnd-Sub) > 0
                   COMPUTE WS-Opn-Discount(WS-Opn-Sub) ROUNDED =
                       VO-AMOUNT * WS-Vnd-Disc-Pct(WS-Vnd-Sub) / 100
                   MOVE WS-Vnd-Disc-Days(WS-Vnd-Sub) TO WS-DAY-COUNT
                   CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                       VO-INVOICE-DATE WS-DAY-COUNT
                       WS-Opn-Disc-Date(WS-Opn-Sub)
               END-IF
           END-IF.

       AGING-REPORT.
           MOVE "apaging.prt" TO WS-REPORT-NAME.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "ERROR OPENING AGING REPORT: STATUS "
                   WS-Report-Status
           ELSE
               PERFORM PRINT-AGING-REPORT
           END-IF.

       PRINT-AGING-REPORT.
           MOVE "apaging.csv" TO WS-SPOOL-CSV.
           PERFORM OPEN-CSV-EXPORT.
           STRING "VENDOR,NAME,CURRENT,1-30 DAYS,31-60 DAYS"
               ",61-90 DAYS,OVER 90,TOTAL OPEN"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNTS PAYABLE AGING BY DUE DATE - " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-AGING-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
                   UNTIL WS-Vnd-Sub > WS-Vnd-Count
               IF WS-Vnd-Open(WS-Vnd-Sub) > 0
                   MOVE WS-Vnd-Id(WS-Vnd-Sub)   TO WS-AL-VENDOR
                   MOVE WS-Vnd-Name(WS-Vnd-Sub) TO WS-AL-NAME
                   PERFORM VARYING WS-BSub FROM 1 BY 1
                           UNTIL WS-BSub > 5
                       MOVE WS-Vnd-Bucket(WS-Vnd-Sub WS-BSub)
                           TO WS-AL-AMOUNT(WS-BSub)
                   END-PERFORM
                   MOVE WS-Vnd-Open(WS-Vnd-Sub) TO WS-AL-AMOUNT(6)
                   MOVE WS-AGING-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM EXPORT-AGING-LINE
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-AL-VENDOR.
           MOVE "TOTALS" TO WS-AL-NAME.
           PERFORM VARYING WS-BSub FROM 1 BY 1 UNTIL WS-BSub > 5
               MOVE WS-Grand-Amt(WS-BSub) TO WS-AL-AMOUNT(WS-BSub)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO WS-AL-AMOUNT(6).
           MOVE WS-AGING-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-UNKNOWN-VENDORS > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TOTALS INCLUDE " WS-UNKNOWN-VENDORS
                   " VOUCHER(S) FOR VENDORS NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-GRAND-TOTAL = 0
               MOVE "NO OPEN VOUCHERS ON FILE" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE ReportFile.
           PERFORM CLOSE-CSV-EXPORT.
           MOVE "AP AGING" TO WS-SPOOL-REPORT.
           PERFORM REGISTER-REPORT.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-OUT.
           DISPLAY "AP AGING COMPLETE - OPEN PAYABLES " WS-AMOUNT-OUT.

       EXPORT-AGING-LINE.
           MOVE WS-Vnd-Id(WS-Vnd-Sub)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Vnd-Name(WS-Vnd-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM VARYING WS-BSub FROM 1 BY 1 UNTIL WS-BSub > 5
               MOVE WS-Vnd-Bucket(WS-Vnd-Sub WS-BSub) TO EX-AMOUNT
               PERFORM ADD-CSV-AMOUNT
           END-PERFORM.
           MOVE WS-Vnd-Open(WS-Vnd-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       CASH-REQUIREMENTS.
           DISPLAY "ENTER NUMBER OF WEEKS TO FORECAST (1-13): ".
           ACCEPT WS-WEEKS.
           IF WS-WEEKS < 1 OR WS-WEEKS > 13
               DISPLAY "WEEKS MUST BE 1 TO 13 - FORECAST CANCELLED"
           ELSE
               PERFORM FORECAST-CASH
           END-IF.

       FORECAST-CASH.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER CHECK RUN DATE (YYYYMMDD, 0=TODAY): "
               ACCEPT WS-RUN-DATE
               IF WS-RUN-DATE = ZERO
                   MOVE WS-TODAY TO WS-RUN-DATE
               END-IF
               CALL "DATE-VALIDATE" USING WS-RUN-DATE WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE 7 TO WS-DAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-RUN-DATE
               WS-DAY-COUNT WS-HORIZON-DATE.

           PERFORM BUILD-WEEK-TABLE.
           PERFORM VARYING WS-Opn-Sub FROM 1 BY 1
                   UNTIL WS-Opn-Sub > WS-Opn-Count
               PERFORM PLAN-ONE-VOUCHER
           END-PERFORM.

           MOVE "cashreq.prt" TO WS-REPORT-NAME.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "ERROR OPENING CASH REQUIREMENTS REPORT: "
                   "STATUS " WS-Report-Status
           ELSE
               PERFORM PRINT-CASH-REPORT
               PERFORM PROPOSE-SELECTION
           END-IF.

       PRINT-CASH-REPORT.
           MOVE "cashreq.csv" TO WS-SPOOL-CSV.
           PERFORM OPEN-CSV-EXPORT.
           STRING "WEEK,WEEK START,WEEK END,VOUCHER,VENDOR,DUE DATE"
               ",AMOUNT,DISCOUNT,DISCOUNT DATE,NOTE,SELECTED"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CASH REQUIREMENTS - " WS-WEEKS " WEEK(S) FROM "
               WS-TODAY "  CHECK RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CASH-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-Wk-Sub FROM 1 BY 1
                   UNTIL WS-Wk-Sub > WS-WEEKS
               PERFORM PRINT-WEEK
           END-PERFORM.

           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LATER-AMOUNT TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DUE AFTER FORECAST   " WS-LATER-COUNT
               " VOUCHER(S)  " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LOST-AMOUNT TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DISCOUNTS ALREADY LOST             " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-AT-RISK-AMOUNT TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DISCOUNTS LOST IF PAID AT DUE DATE " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PROPOSED PAYMENT SELECTION FOR CHECK RUN "
               WS-RUN-DATE " (DUE OR DISCOUNT BY " WS-HORIZON-DATE ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  VOUCHERS  " WS-SELECT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SELECT-GROSS TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  GROSS     " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SELECT-DISCOUNT TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  DISCOUNT  " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SELECT-NET TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NET CASH  " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-OPEN-DROPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: " WS-OPEN-DROPPED " OPEN VOUCHER(S) "
                   "NOT FORECAST - TABLE FULL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE ReportFile.
           PERFORM CLOSE-CSV-EXPORT.
           MOVE "CASH REQUIREMENTS" TO WS-SPOOL-REPORT.
           PERFORM REGISTER-REPORT.

       PROPOSE-SELECTION.
           MOVE WS-SELECT-NET TO WS-AMOUNT-OUT.
           DISPLAY "PROPOSED SELECTION: " WS-SELECT-COUNT
               " VOUCHER(S), NET CASH " WS-AMOUNT-OUT.
           IF WS-SELECT-COUNT = 0
               DISPLAY "NOTHING TO PROPOSE FOR THIS CHECK RUN"
           ELSE
               DISPLAY "SUBMIT SELECTION FOR CONTROLLER APPROVAL "
                   "(Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y"
                   PERFORM WRITE-PROPOSED-SELECTION
               ELSE
                   DISPLAY "SELECTION NOT SUBMITTED"
               END-IF
           END-IF.

       BUILD-WEEK-TABLE.
           MOVE WS-TODAY TO WS-Wk-Start(1).
           PERFORM VARYING WS-Wk-Sub FROM 1 BY 1
                   UNTIL WS-Wk-Sub > WS-WEEKS
               MOVE 6 TO WS-DAY-COUNT
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   WS-Wk-Start(WS-Wk-Sub) WS-DAY-COUNT
                   WS-Wk-End(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Amount(WS-Wk-Sub)
               MOVE 0 TO WS-Wk-Discount(WS-Wk-Sub)
               IF WS-Wk-Sub < WS-WEEKS
                   MOVE 1 TO WS-DAY-COUNT
                   CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                       WS-Wk-End(WS-Wk-Sub) WS-DAY-COUNT
                       WS-Wk-Start(WS-Wk-Sub + 1)
               END-IF
           END-PERFORM.

       PLAN-ONE-VOUCHER.
           PERFORM VARYING WS-Wk-Sub FROM 1 BY 1
                   UNTIL WS-Wk-Sub > WS-WEEKS
               IF WS-Opn-Due(WS-Opn-Sub) <= WS-Wk-End(WS-Wk-Sub)
                   MOVE WS-Wk-Sub TO WS-Opn-Week(WS-Opn-Sub)
                   MOVE WS-WEEKS TO WS-Wk-Sub
               END-IF
           END-PERFORM.
           IF WS-Opn-Week(WS-Opn-Sub) = 0
               ADD 1 TO WS-LATER-COUNT
               ADD WS-Opn-Amount(WS-Opn-Sub) TO WS-LATER-AMOUNT
           ELSE
               MOVE WS-Opn-Week(WS-Opn-Sub) TO WS-Wk-Sub
               ADD WS-Opn-Amount(WS-Opn-Sub) TO WS-Wk-Amount(WS-Wk-Sub)
           END-IF.
           IF WS-Opn-Discount(WS-Opn-Sub) > 0
               IF WS-Opn-Disc-Date(WS-Opn-Sub) < WS-RUN-DATE
                   ADD WS-Opn-Discount(WS-Opn-Sub) TO WS-LOST-AMOUNT
                   MOVE 0 TO WS-Opn-Discount(WS-Opn-Sub)
               ELSE
               IF WS-Opn-Disc-Date(WS-Opn-Sub) < WS-Opn-Due(WS-Opn-Sub)
                   ADD WS-Opn-Discount(WS-Opn-Sub) TO WS-AT-RISK-AMOUNT
               END-IF
               END-IF
           END-IF.
           IF WS-Opn-Week(WS-Opn-Sub) > 0
                   AND WS-Opn-Discount(WS-Opn-Sub) > 0
               ADD WS-Opn-Discount(WS-Opn-Sub)
                   TO WS-Wk-Discount(WS-Wk-Sub)
           END-IF.
           IF WS-Opn-Due(WS-Opn-Sub) <= WS-HORIZON-DATE
               MOVE "Y" TO WS-Opn-Selected(WS-Opn-Sub)
           ELSE
           IF WS-Opn-Discount(WS-Opn-Sub) > 0
                   AND WS-Opn-Disc-Date(WS-Opn-Sub) <= WS-HORIZON-DATE
               MOVE "Y" TO WS-Opn-Selected(WS-Opn-Sub)
           END-IF
           END-IF.
           IF WS-Opn-Selected(WS-Opn-Sub) = "Y"
               ADD 1 TO WS-SELECT-COUNT
               ADD WS-Opn-Amount(WS-Opn-Sub) TO WS-SELECT-GROSS
               ADD WS-Opn-Discount(WS-Opn-Sub) TO WS-SELECT-DISCOUNT
               COMPUTE WS-SELECT-NET = WS-SELECT-GROSS
                   - WS-SELECT-DISCOUNT
           END-IF.

       PRINT-WEEK.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WEEK " WS-Wk-Sub "  " WS-Wk-Start(WS-Wk-Sub)
               " - " WS-Wk-End(WS-Wk-Sub)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-Opn-Sub FROM 1 BY 1
                   UNTIL WS-Opn-Sub > WS-Opn-Count
               IF WS-Opn-Week(WS-Opn-Sub) = WS-Wk-Sub
                   PERFORM PRINT-CASH-LINE
               END-IF
           END-PERFORM.
           MOVE WS-Wk-Amount(WS-Wk-Sub) TO WS-AMOUNT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  WEEK TOTAL       " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-Wk-Discount(WS-Wk-Sub) TO WS-AMOUNT-OUT.
           STRING "  DISCOUNTS AVAILABLE " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE(33:).
           PERFORM WRITE-REPORT-LINE.

       PRINT-CASH-LINE.
           MOVE WS-Opn-Voucher(WS-Opn-Sub) TO WS-CL-VOUCHER.
           MOVE WS-Opn-Vendor(WS-Opn-Sub)  TO WS-CL-VENDOR.
           MOVE WS-Opn-Due(WS-Opn-Sub)     TO WS-CL-DUE.
           MOVE WS-Opn-Amount(WS-Opn-Sub)  TO WS-CL-AMOUNT.
           MOVE WS-Opn-Discount(WS-Opn-Sub) TO WS-CL-DISCOUNT.
           MOVE SPACES TO WS-CL-DISC-DATE.
           MOVE SPACES TO WS-CL-NOTE.
           IF WS-Opn-Discount(WS-Opn-Sub) > 0
               MOVE WS-Opn-Disc-Date(WS-Opn-Sub) TO WS-CL-DISC-DATE
               IF WS-Opn-Disc-Date(WS-Opn-Sub)
                       < WS-Opn-Due(WS-Opn-Sub)
                   MOVE "LOST IF PAID AT DUE" TO WS-CL-NOTE
               END-IF
           ELSE
           IF WS-Opn-Disc-Date(WS-Opn-Sub) NOT = 0
               MOVE "DISCOUNT LOST" TO WS-CL-NOTE
           END-IF
           END-IF.
           IF WS-Opn-Due(WS-Opn-Sub) < WS-RUN-DATE
               MOVE "PAST DUE" TO WS-CL-NOTE
           END-IF.
           IF WS-Opn-Selected(WS-Opn-Sub) = "Y"
               MOVE "YES" TO WS-CL-SELECTED
           ELSE
               MOVE SPACES TO WS-CL-SELECTED
           END-IF.
           MOVE WS-CASH-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-Wk-Sub                   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Wk-Start(WS-Wk-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Wk-End(WS-Wk-Sub)        TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Opn-Voucher(WS-Opn-Sub)  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Opn-Vendor(WS-Opn-Sub)   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Opn-Due(WS-Opn-Sub)      TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Opn-Amount(WS-Opn-Sub)   TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-Opn-Discount(WS-Opn-Sub) TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-CL-DISC-DATE             TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CL-NOTE                  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-CL-SELECTED              TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-PROPOSED-SELECTION.
           OPEN INPUT PaySelectionFile.
           IF WS-Selection-Status = "00"
               READ PaySelectionFile
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "A SELECTION FOR CHECK RUN " SL-RUN-DATE
                           " IS ALREADY ON FILE - IT WILL BE REPLACED"
               END-READ
               CLOSE PaySelectionFile
           END-IF.
           OPEN OUTPUT PaySelectionFile.
           IF WS-Selection-Status NOT = "00"
               DISPLAY "ERROR OPENING PAYMENT SELECTION: STATUS "
                   WS-Selection-Status
           ELSE
               PERFORM VARYING WS-Opn-Sub FROM 1 BY 1
                       UNTIL WS-Opn-Sub > WS-Opn-Count
                   IF WS-Opn-Selected(WS-Opn-Sub) = "Y"
                       MOVE WS-Opn-Voucher(WS-Opn-Sub)
                           TO SL-VOUCHER-NO
                       MOVE WS-Opn-Vendor(WS-Opn-Sub) TO SL-VENDOR-ID
                       MOVE WS-Opn-Due(WS-Opn-Sub) TO SL-DUE-DATE
                       MOVE WS-Opn-Amount(WS-Opn-Sub) TO SL-AMOUNT
                       MOVE WS-Opn-Discount(WS-Opn-Sub) TO SL-DISCOUNT
                       MOVE WS-Opn-Disc-Date(WS-Opn-Sub)
                           TO SL-DISC-DATE
                       MOVE WS-RUN-DATE TO SL-RUN-DATE
                       MOVE "P" TO SL-STATUS
                       MOVE WS-Operator-ID TO SL-PROPOSED-BY
                       MOVE SPACES TO SL-APPROVED-BY
                       WRITE PAY-SELECTION-RECORD
                       ADD 1 TO WS-Written-Count
                   END-IF
               END-PERFORM
               CLOSE PaySelectionFile
               DISPLAY "SELECTION SUBMITTED - AWAITING CONTROLLER "
                   "APPROVAL"
           END-IF.

       APPROVE-SELECTION.
           OPEN INPUT PaySelectionFile.
           IF WS-Selection-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Sel-Count >= 500
                   READ PaySelectionFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Sel-Count
                           MOVE PAY-SELECTION-RECORD
                               TO WS-Sel-Image(WS-Sel-Count)
                   END-READ
               END-PERFORM
               CLOSE PaySelectionFile
               MOVE "N" TO WS-Eof
           END-IF.
           IF WS-Sel-Count = 0
               DISPLAY "NO PAYMENT SELECTION ON FILE"
           ELSE
               MOVE WS-Sel-Image(1) TO PAY-SELECTION-RECORD
               IF SL-PROPOSED-BY = WS-Operator-ID
                   DISPLAY "SELECTION WAS PROPOSED BY " WS-Operator-ID
                       " - ANOTHER OPERATOR MUST APPROVE IT"
               ELSE
                   PERFORM REVIEW-SELECTION
               END-IF
           END-IF.

       REVIEW-SELECTION.
           DISPLAY " ".
           DISPLAY "PAYMENT SELECTION FOR CHECK RUN " SL-RUN-DATE
               " PROPOSED BY " SL-PROPOSED-BY.
           DISPLAY "APPROVE ALL PENDING VOUCHERS (Y), REVIEW EACH (R) "
               "OR QUIT (Q)? ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN "Y"
                   PERFORM VARYING WS-Sel-Sub FROM 1 BY 1
                           UNTIL WS-Sel-Sub > WS-Sel-Count
                       MOVE WS-Sel-Image(WS-Sel-Sub)
                           TO PAY-SELECTION-RECORD
                       IF SL-STATUS = "P"
                           MOVE "A" TO SL-STATUS
                           PERFORM SAVE-SELECTION-DECISION
                       END-IF
                   END-PERFORM
               WHEN "R"
                   PERFORM VARYING WS-Sel-Sub FROM 1 BY 1
                           UNTIL WS-Sel-Sub > WS-Sel-Count
                       PERFORM REVIEW-ONE-SELECTION
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "SELECTION LEFT UNCHANGED"
           END-EVALUATE.
           IF WS-SELECTION-CHANGED = "Y"
               PERFORM REWRITE-SELECTION
           END-IF.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-SELECT-NET.
           PERFORM VARYING WS-Sel-Sub FROM 1 BY 1
                   UNTIL WS-Sel-Sub > WS-Sel-Count
               MOVE WS-Sel-Image(WS-Sel-Sub) TO PAY-SELECTION-RECORD
               EVALUATE SL-STATUS
                   WHEN "A"
                       ADD 1 TO WS-APPROVED-COUNT
                       COMPUTE WS-SELECT-NET = WS-SELECT-NET
                           + SL-AMOUNT - SL-DISCOUNT
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PENDING-COUNT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-SELECT-NET TO WS-AMOUNT-OUT.
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  PENDING: " WS-PENDING-COUNT.
           DISPLAY "APPROVED NET CASH: " WS-AMOUNT-OUT.

       REVIEW-ONE-SELECTION.
           MOVE WS-Sel-Image(WS-Sel-Sub) TO PAY-SELECTION-RECORD.
           IF SL-STATUS = "P"
               MOVE SL-VENDOR-ID TO VO-VENDOR-ID
               PERFORM FIND-VENDOR
               DISPLAY " "
               DISPLAY "VOUCHER " SL-VOUCHER-NO "  " SL-VENDOR-ID " "
                   WS-VENDOR-NAME
               DISPLAY "  DUE " SL-DUE-DATE "  AMOUNT " SL-AMOUNT
                   "  DISCOUNT " SL-DISCOUNT
               IF SL-DISCOUNT > 0
                   DISPLAY "  DISCOUNT LOST IF NOT PAID BY "
                       SL-DISC-DATE
               END-IF
               DISPLAY "APPROVE, REJECT OR SKIP (A/R/S)? "
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN "A"
                       MOVE "A" TO SL-STATUS
                       PERFORM SAVE-SELECTION-DECISION
                   WHEN "R"
                       MOVE "R" TO SL-STATUS
                       PERFORM SAVE-SELECTION-DECISION
                   WHEN OTHER
                       DISPLAY "VOUCHER LEFT PENDING"
               END-EVALUATE
           END-IF.

       SAVE-SELECTION-DECISION.
           MOVE WS-Operator-ID TO SL-APPROVED-BY.
           MOVE PAY-SELECTION-RECORD TO WS-Sel-Image(WS-Sel-Sub).
           MOVE "Y" TO WS-SELECTION-CHANGED.

       REWRITE-SELECTION.
           OPEN OUTPUT PaySelectionFile.
           IF WS-Selection-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE PAYMENT SELECTION: STATUS "
                   WS-Selection-Status
           ELSE
               PERFORM VARYING WS-Sel-Sub FROM 1 BY 1
                       UNTIL WS-Sel-Sub > WS-Sel-Count
                   MOVE WS-Sel-Image(WS-Sel-Sub)
                       TO PAY-SELECTION-RECORD
                   WRITE PAY-SELECTION-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE PaySelectionFile
           END-IF.

       REGISTER-REPORT.
           MOVE WS-REPORT-NAME TO WS-SPOOL-FILE.
           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-WORK-DAYS =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.

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
