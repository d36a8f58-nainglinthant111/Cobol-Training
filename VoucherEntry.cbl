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
       01 WS-RUN-MONTH        PIC 9(6).
       01 WS-POSTING-PERIOD   PIC 9(6) VALUE 0.

       01 WS-History-Table.
           02 WS-Hst-Count PIC 9(4) VALUE 0.
           02 WS-Hst-Entry OCCURS 3000 TIMES.
             03 WS-Hst-Voucher  PIC 9(6).
             03 WS-Hst-Vendor   PIC X(5).
             03 WS-Hst-Ref      PIC X(10).
             03 WS-Hst-Amount   PIC 9(7)V99.
             03 WS-Hst-Inv-Date PIC 9(8).
             03 WS-Hst-Status   PIC X.
       01 WS-Hst-Sub          PIC 9(4).
       01 WS-CLEAN-REF        PIC X(10).
       01 WS-DUP-TYPE         PIC X.
       01 WS-DUP-OK           PIC X.
       01 WS-DUP-SUB          PIC 9(4).
       01 WS-DUP-WINDOW       PIC 9(3) VALUE 7.
       01 WS-DAYS-DATE        PIC 9(8).
       01 WS-DAYS-COUNT       PIC 9(7).
       01 WS-NEW-DAYS         PIC 9(7).
       01 WS-DAY-GAP          PIC S9(7).

       01 WS-SUPERVISOR-ID    PIC X(10).
       01 WS-SUPERVISOR-PASSWORD PIC X(10).
       01 WS-SUPERVISOR-LEVEL PIC 9 VALUE 2.
       01 WS-SIGN-ON-STATUS   PIC X.
       01 WS-COMPANY-CODE     PIC XX.
       01 WS-ACCESS-STATUS    PIC X.
       01 WS-OVERRIDE-NAME    PIC X(20) VALUE "OVRD VOUCHER-ENTRY".
       01 WS-OVERRIDE-COUNT   PIC 9(4) VALUE 0.
       01 WS-ERROR-SEVERITY   PIC X.
       01 WS-ERROR-STATUS     PIC XX VALUE SPACES.
       01 WS-ERROR-MESSAGE    PIC X(40).

       01 WS-VOUCHER-COUNT    PIC 9(4) VALUE 0.
       01 WS-BATCH-TOTAL      PIC 9(9)V99 VALUE 0.

           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "ENTER COMPANY CODE (BLANK = 01): ".
           ACCEPT WS-COMPANY-CODE.
           IF WS-COMPANY-CODE = SPACES
               MOVE "01" TO WS-COMPANY-CODE
           END-IF.
           CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID
               WS-COMPANY-CODE WS-ACCESS-STATUS.
           IF WS-ACCESS-STATUS = "N"
               DISPLAY "COMPANY " WS-COMPANY-CODE
                   " NOT ON FILE - RUN REFUSED"
               GOBACK
           END-IF.
           IF WS-ACCESS-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR COMPANY " WS-COMPANY-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM FIND-POSTING-PERIOD.
           IF WS-POSTING-PERIOD = 0
           END-IF.
           PERFORM LOAD-RECEIVED-POS.
           PERFORM READ-NEXT-VOUCHER-NO.
           PERFORM LOAD-VOUCHER-HISTORY.

           OPEN EXTEND VoucherFile.
           IF WS-Voucher-Status = "05" OR WS-Voucher-Status = "35"

           DISPLAY "VOUCHERS ENTERED: " WS-VOUCHER-COUNT.
           DISPLAY "BATCH TOTAL     : " WS-BATCH-TOTAL.
           IF WS-OVERRIDE-COUNT > 0
               DISPLAY "DUPLICATE OVERRIDES: " WS-OVERRIDE-COUNT
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
               MOVE "N" TO WS-EOF
           END-IF.

       LOAD-VOUCHER-HISTORY.
           OPEN INPUT VoucherFile.
           IF WS-Voucher-Status = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ VoucherFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-VOUCHER-HISTORY
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
               MOVE "N" TO WS-EOF
           END-IF.
           IF WS-Hst-Count >= 3000
               DISPLAY "WARNING - DUPLICATE INVOICE CHECK LIMITED TO "
                   "THE FIRST 3000 VOUCHERS ON FILE"
           END-IF.

       ADD-VOUCHER-HISTORY.
           IF WS-Hst-Count < 3000
               ADD 1 TO WS-Hst-Count
               MOVE VO-VOUCHER-NO TO WS-Hst-Voucher(WS-Hst-Count)
               MOVE VO-VENDOR-ID  TO WS-Hst-Vendor(WS-Hst-Count)
               CALL "INVOICE-REF-CLEAN" USING VO-INVOICE-REF
                   WS-Hst-Ref(WS-Hst-Count)
               MOVE VO-AMOUNT     TO WS-Hst-Amount(WS-Hst-Count)
               MOVE VO-INVOICE-DATE
                   TO WS-Hst-Inv-Date(WS-Hst-Count)
               MOVE VO-STATUS     TO WS-Hst-Status(WS-Hst-Count)
           END-IF.

       READ-NEXT-VOUCHER-NO.
           OPEN INPUT NextVoucherFile.
           IF WS-Control-Status = "00"
           IF VO-AMOUNT = ZERO
               DISPLAY "ZERO AMOUNT - VOUCHER REFUSED"
           ELSE
               PERFORM CHECK-DUPLICATE-INVOICE
               IF WS-DUP-OK = "Y"
                   PERFORM WRITE-VOUCHER
               END-IF
           END-IF.

       CHECK-DUPLICATE-INVOICE.
           MOVE "Y" TO WS-DUP-OK.
           MOVE "N" TO WS-DUP-TYPE.
           CALL "INVOICE-REF-CLEAN" USING VO-INVOICE-REF WS-CLEAN-REF.
           MOVE VO-INVOICE-DATE TO WS-DAYS-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DAYS-COUNT TO WS-NEW-DAYS.
           PERFORM VARYING WS-Hst-Sub FROM 1 BY 1
                   UNTIL WS-Hst-Sub > WS-Hst-Count
               IF WS-Hst-Vendor(WS-Hst-Sub) = VO-VENDOR-ID
                   IF WS-CLEAN-REF NOT = SPACES
                           AND WS-Hst-Ref(WS-Hst-Sub) = WS-CLEAN-REF
                       MOVE "E" TO WS-DUP-TYPE
                       MOVE WS-Hst-Sub TO WS-DUP-SUB
                       MOVE WS-Hst-Count TO WS-Hst-Sub
                   ELSE
                   IF WS-DUP-TYPE = "N"
                           AND WS-Hst-Amount(WS-Hst-Sub) = VO-AMOUNT
                       PERFORM CHECK-INVOICE-DATE-GAP
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE WS-DUP-TYPE
               WHEN "E"
                   DISPLAY "INVOICE " VO-INVOICE-REF " ALREADY ON "
                       "VOUCHER " WS-Hst-Voucher(WS-DUP-SUB)
                       " (STATUS " WS-Hst-Status(WS-DUP-SUB) ")"
                   DISPLAY "DUPLICATE INVOICE - VOUCHER REFUSED"
                   MOVE "N" TO WS-DUP-OK
               WHEN "S"
                   DISPLAY "POSSIBLE DUPLICATE OF VOUCHER "
                       WS-Hst-Voucher(WS-DUP-SUB) " - SAME AMOUNT, "
                       "INVOICE " WS-Hst-Ref(WS-DUP-SUB)
                       " DATED " WS-Hst-Inv-Date(WS-DUP-SUB)
                   PERFORM SUPERVISOR-OVERRIDE
           END-EVALUATE.

       CHECK-INVOICE-DATE-GAP.
           MOVE WS-Hst-Inv-Date(WS-Hst-Sub) TO WS-DAYS-DATE.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-DAY-GAP = WS-NEW-DAYS - WS-DAYS-COUNT.
           IF WS-DAY-GAP < 0
               COMPUTE WS-DAY-GAP = 0 - WS-DAY-GAP
           END-IF.
           IF WS-DAY-GAP <= WS-DUP-WINDOW
               MOVE "S" TO WS-DUP-TYPE
               MOVE WS-Hst-Sub TO WS-DUP-SUB
           END-IF.

       SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-DUP-OK.
           DISPLAY "SUPERVISOR OVERRIDE REQUIRED - ENTER SUPERVISOR "
               "ID (BLANK TO REFUSE VOUCHER): ".
           ACCEPT WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "VOUCHER REFUSED"
           ELSE
           IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
               DISPLAY "OVERRIDE MUST BE GIVEN BY ANOTHER OPERATOR - "
                   "VOUCHER REFUSED"
           ELSE
               DISPLAY "ENTER SUPERVISOR PASSWORD: "
               ACCEPT WS-SUPERVISOR-PASSWORD
               CALL "SIGN-ON" USING WS-SUPERVISOR-ID
                   WS-SUPERVISOR-PASSWORD WS-SUPERVISOR-LEVEL
                   WS-SIGN-ON-STATUS
               IF WS-SIGN-ON-STATUS = "A"
                   MOVE "Y" TO WS-DUP-OK
                   PERFORM LOG-DUPLICATE-OVERRIDE
               ELSE
                   DISPLAY "OVERRIDE DENIED - VOUCHER REFUSED"
               END-IF
           END-IF
           END-IF.

       LOG-DUPLICATE-OVERRIDE.
           ADD 1 TO WS-OVERRIDE-COUNT.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-OVERRIDE-NAME WS-SUPERVISOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.
           MOVE "W" TO WS-ERROR-SEVERITY.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "DUP OVRD V" WS-NEXT-VOUCHER-NO " OF V"
               WS-Hst-Voucher(WS-DUP-SUB) " BY " WS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO WS-ERROR-MESSAGE.
           CALL "ERROR-LOG" USING WS-PROGRAM-NAME WS-ERROR-SEVERITY
               WS-ERROR-STATUS WS-ERROR-MESSAGE.
           DISPLAY "OVERRIDE BY " WS-SUPERVISOR-ID " LOGGED".

       WRITE-VOUCHER.
           MOVE VO-INVOICE-DATE TO WS-RESULT-DATE.
           MOVE WS-TERMS-DAYS TO WS-ADD-DAYS.
           PERFORM ADD-DAYS-TO-DATE.
           MOVE WS-RESULT-DATE TO WS-BUSDAY-IN.
           MOVE "V" TO WS-BUSDAY-FUNCTION.
           MOVE 0 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-BUSDAY-IN WS-BUSDAY-COUNT WS-BUSDAY-OUT.
           MOVE WS-BUSDAY-OUT TO VO-DUE-DATE.
           MOVE WS-NEXT-VOUCHER-NO TO VO-VOUCHER-NO.
           MOVE "O" TO VO-STATUS.
           MOVE ZERO TO VO-CHECK-NUMBER.
           MOVE WS-COMPANY-CODE TO VO-COMPANY-CODE.
           PERFORM ADD-VOUCHER-HISTORY.
           WRITE VOUCHER-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-VOUCHER-COUNT.
           ADD VO-AMOUNT TO WS-BATCH-TOTAL.
           DISPLAY "VOUCHER " VO-VOUCHER-NO " RECORDED - "
               "DUE " VO-DUE-DATE.
           ADD 1 TO WS-NEXT-VOUCHER-NO.

       DATE-TO-DAYS.
           MOVE WS-DAYS-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-DAYS-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-DAYS-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-DAYS-COUNT =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.

       ADD-DAYS-TO-DATE.
           MOVE WS-RESULT-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-RESULT-DATE(5:2) TO WS-WORK-MONTH.
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "H" TO GJ-RECORD-TYPE
               MOVE WS-TODAY TO GJ-RUN-DATE
               MOVE WS-COMPANY-CODE TO GJ-COMPANY-CODE
               WRITE GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE 6500 TO GJ-ACCOUNT
