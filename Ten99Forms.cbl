       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEN99-FORMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorFile ASSIGN TO "vendors.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT CheckRegisterFile ASSIGN TO "checkregister.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT EmployerFile ASSIGN TO "employer.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-STATUS.
           SELECT Ten99PrintFile ASSIGN TO "ten99forms.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CsvFile ASSIGN TO WS-SPOOL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT TinExceptionFile ASSIGN TO "ten99tin.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT FireFile ASSIGN TO "irs1099.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VendorFile.
       COPY "VendorMaster.cpy".

       FD CheckRegisterFile.
       COPY "CheckRegister.cpy".

       FD EmployerFile.
       01 EMPLOYER-CONTROL-LINE   PIC X(202).

       FD Ten99PrintFile.
       01 TEN99-PRINT-LINE        PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       FD TinExceptionFile.
       01 TIN-EXCEPTION-LINE      PIC X(80).

       FD FireFile.
       01 FIRE-T-RECORD.
           02 FT-RECORD-TYPE      PIC X.
           02 FT-PAYMENT-YEAR     PIC 9(4).
           02 FT-PRIOR-YEAR       PIC X.
           02 FT-TRANSMITTER-TIN  PIC 9(9).
           02 FT-TCC              PIC X(5).
           02 FILLER              PIC X(7).
           02 FT-TEST-INDICATOR   PIC X.
           02 FT-FOREIGN-ENTITY   PIC X.
           02 FT-TRANSMITTER-NAME PIC X(80).
           02 FT-COMPANY-NAME     PIC X(80).
           02 FT-COMPANY-ADDRESS  PIC X(40).
           02 FT-COMPANY-CITY     PIC X(40).
           02 FT-COMPANY-STATE    PIC XX.
           02 FT-COMPANY-ZIP      PIC X(9).
           02 FILLER              PIC X(15).
           02 FT-TOTAL-PAYEES     PIC 9(8).
           02 FT-CONTACT-NAME     PIC X(40).
           02 FT-CONTACT-PHONE    PIC X(15).
           02 FT-CONTACT-EMAIL    PIC X(50).
           02 FILLER              PIC X(91).
           02 FT-SEQUENCE         PIC 9(8).
           02 FILLER              PIC X(10).
           02 FT-VENDOR-INDICATOR PIC X.
           02 FT-VENDOR-DETAILS   PIC X(221).
           02 FT-VENDOR-FOREIGN   PIC X.
           02 FILLER              PIC X(10).
       01 FIRE-A-RECORD.
           02 FA-RECORD-TYPE      PIC X.
           02 FA-PAYMENT-YEAR     PIC 9(4).
           02 FA-COMBINED-FED-STATE PIC X.
           02 FILLER              PIC X(5).
           02 FA-PAYER-TIN        PIC 9(9).
           02 FA-NAME-CONTROL     PIC X(4).
           02 FA-LAST-FILING      PIC X.
           02 FA-RETURN-TYPE      PIC XX.
           02 FA-AMOUNT-CODES     PIC X(18).
           02 FILLER              PIC X(6).
           02 FA-FOREIGN-ENTITY   PIC X.
           02 FA-PAYER-NAME       PIC X(40).
           02 FA-PAYER-NAME-2     PIC X(40).
           02 FA-TRANSFER-AGENT   PIC X.
           02 FA-PAYER-ADDRESS    PIC X(40).
           02 FA-PAYER-CITY       PIC X(40).
           02 FA-PAYER-STATE      PIC XX.
           02 FA-PAYER-ZIP        PIC X(9).
           02 FA-PAYER-PHONE      PIC X(15).
           02 FILLER              PIC X(260).
           02 FA-SEQUENCE         PIC 9(8).
           02 FILLER              PIC X(243).
       01 FIRE-B-RECORD.
           02 FB-RECORD-TYPE      PIC X.
           02 FB-PAYMENT-YEAR     PIC 9(4).
           02 FB-CORRECTED        PIC X.
           02 FB-NAME-CONTROL     PIC X(4).
           02 FB-TIN-TYPE         PIC X.
           02 FB-PAYEE-TIN        PIC 9(9).
           02 FB-ACCOUNT-NUMBER   PIC X(20).
           02 FB-OFFICE-CODE      PIC X(4).
           02 FILLER              PIC X(10).
           02 FB-AMOUNT           PIC 9(10)V99 OCCURS 18 TIMES.
           02 FILLER              PIC X(16).
           02 FB-FOREIGN-COUNTRY  PIC X.
           02 FB-PAYEE-NAME       PIC X(40).
           02 FB-PAYEE-NAME-2     PIC X(40).
           02 FB-PAYEE-ADDRESS    PIC X(40).
           02 FILLER              PIC X(40).
           02 FB-PAYEE-CITY       PIC X(40).
           02 FB-PAYEE-STATE      PIC XX.
           02 FB-PAYEE-ZIP        PIC X(9).
           02 FILLER              PIC X.
           02 FB-SEQUENCE         PIC 9(8).
           02 FILLER              PIC X(36).
           02 FB-SECOND-TIN-NOTICE PIC X.
           02 FILLER              PIC XX.
           02 FB-DIRECT-SALES     PIC X.
           02 FB-FATCA-INDICATOR  PIC X.
           02 FILLER              PIC X(114).
           02 FB-SPECIAL-DATA     PIC X(60).
           02 FB-STATE-WITHHELD   PIC 9(10)V99.
           02 FB-LOCAL-WITHHELD   PIC 9(10)V99.
           02 FB-STATE-CODE       PIC XX.
           02 FILLER              PIC XX.
       01 FIRE-C-RECORD.
           02 FC-RECORD-TYPE      PIC X.
           02 FC-PAYEE-COUNT      PIC 9(8).
           02 FILLER              PIC X(6).
           02 FC-CONTROL-TOTAL    PIC 9(16)V99 OCCURS 18 TIMES.
           02 FILLER              PIC X(160).
           02 FC-SEQUENCE         PIC 9(8).
           02 FILLER              PIC X(243).
       01 FIRE-K-RECORD.
           02 FK-RECORD-TYPE      PIC X.
           02 FK-PAYEE-COUNT      PIC 9(8).
           02 FILLER              PIC X(6).
           02 FK-CONTROL-TOTAL    PIC 9(16)V99 OCCURS 18 TIMES.
           02 FILLER              PIC X(160).
           02 FK-SEQUENCE         PIC 9(8).
           02 FILLER              PIC X(199).
           02 FK-STATE-WITHHELD   PIC 9(16)V99.
           02 FK-LOCAL-WITHHELD   PIC 9(16)V99.
           02 FILLER              PIC X(4).
           02 FK-STATE-CODE       PIC XX.
           02 FILLER              PIC XX.
       01 FIRE-F-RECORD.
           02 FF-RECORD-TYPE      PIC X.
           02 FF-A-RECORD-COUNT   PIC 9(8).
           02 FF-ZEROS            PIC 9(21).
           02 FILLER              PIC X(19).
           02 FF-PAYEE-COUNT      PIC 9(8).
           02 FILLER              PIC X(442).
           02 FF-SEQUENCE         PIC 9(8).
           02 FILLER              PIC X(243).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-STATUS    PIC XX.
       01 WS-REGISTER-STATUS  PIC XX.
       01 WS-EMPLOYER-STATUS  PIC XX.
       01 WS-PRINT-STATUS     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-FIRE-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-ANSWER           PIC X.
       01 WS-EMPLOYER-FOUND   PIC X VALUE "N".
       01 WS-MODE             PIC X.
           88 MODE-PRINT      VALUE "P".
           88 MODE-VALIDATE   VALUE "V".

       COPY "EmployerControl.cpy".

       01 WS-TAX-YEAR         PIC 9(4).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-DEADLINE         PIC 9(8).
       01 WS-TCC              PIC X(5).
       01 WS-TEST-FILE        PIC X.
       01 WS-COMBINED-FILING  PIC X.
       01 WS-NEC-THRESHOLD    PIC 9(7)V99 VALUE 600.00.
       01 WS-ROYALTY-THRESHOLD PIC 9(7)V99 VALUE 10.00.

       01 WS-TEN-TABLE.
           02 WS-Ten-Count PIC 9(3) VALUE 0.
           02 WS-Ten-Entry OCCURS 500 TIMES.
             03 WS-Ten-Vendor-Id  PIC X(5).
             03 WS-Ten-Name       PIC X(40).
             03 WS-Ten-Street     PIC X(22).
             03 WS-Ten-City       PIC X(22).
             03 WS-Ten-State      PIC XX.
             03 WS-Ten-Zip        PIC X(5).
             03 WS-Ten-Tin        PIC 9(9).
             03 WS-Ten-Tin-Type   PIC X.
             03 WS-Ten-Box        PIC X.
             03 WS-Ten-Group      PIC X.
             03 WS-Ten-Code       PIC 99.
             03 WS-Ten-Amount     PIC 9(9)V99.
             03 WS-Ten-Report     PIC X.
       01 WS-SUB              PIC 9(3).
       01 WS-DROPPED-COUNT    PIC 9(5) VALUE 0.

       01 WS-VOID-TABLE.
           02 WS-Void-Count PIC 9(4) VALUE 0.
           02 WS-Void-Check PIC 9(6) OCCURS 2000 TIMES.
       01 WS-VSUB             PIC 9(4).
       01 WS-VOIDED           PIC X.
       01 WS-VOIDED-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-VOIDED-CHECKS    PIC 9(5) VALUE 0.

       01 WS-CHECK-TIN        PIC 9(9).
       01 WS-CHECK-TIN-X REDEFINES WS-CHECK-TIN PIC X(9).
       01 WS-TIN-REASON       PIC X(30).
       01 WS-BAD-EIN-PREFIXES PIC X(34)
           VALUE "0007080917181928294969707879899697".
       01 WS-BAD-EIN-TABLE REDEFINES WS-BAD-EIN-PREFIXES.
           02 WS-Bad-Ein-Prefix PIC XX OCCURS 17 TIMES.
       01 WS-PSUB             PIC 99.

       01 WS-CFSF-STATES.
           02 FILLER PIC X(40)
               VALUE "AL01AZ04AR05CA06CO07CT08DE10GA13HI15ID16".
           02 FILLER PIC X(40)
               VALUE "IN18KS20LA22ME23MD24MA25MI26MN27MS28MO29".
           02 FILLER PIC X(40)
               VALUE "MT30NE31NJ34NM35NC37ND38OH39OK40SC45WI55".
       01 WS-CFSF-TABLE REDEFINES WS-CFSF-STATES.
           02 WS-Cfsf-Entry OCCURS 30 TIMES.
             03 WS-Cfsf-State     PIC XX.
             03 WS-Cfsf-Code      PIC XX.
       01 WS-KSUB             PIC 99.
       01 WS-STATE-SUB        PIC 99.

       01 WS-GROUP            PIC X.
       01 WS-GROUP-TITLE      PIC X(40).
       01 WS-GROUP-TOTALS.
           02 WS-Grp-Payees       PIC 9(8).
           02 WS-Grp-Total        PIC 9(16)V99 OCCURS 18 TIMES.
           02 WS-Grp-Code-Used    PIC X OCCURS 18 TIMES.
       01 WS-STATE-TOTALS.
           02 WS-Kst-Entry OCCURS 30 TIMES.
             03 WS-Kst-Payees     PIC 9(8).
             03 WS-Kst-Total      PIC 9(16)V99 OCCURS 18 TIMES.
       01 WS-CSUB             PIC 99.
       01 WS-CODE-DIGITS      PIC X(18) VALUE "123456789ABCDEFGHJ".
       01 WS-AMOUNT-CODES     PIC X(18).
       01 WS-CODE-POS         PIC 99.

       01 WS-NC-SOURCE        PIC X(40).
       01 WS-NC-RESULT        PIC X(4).
       01 WS-NC-POS           PIC 99.
       01 WS-NC-LEN           PIC 9.
       01 WS-NC-CHAR          PIC X.

       01 WS-FIRE-SEQUENCE    PIC 9(8) VALUE 0.
       01 WS-A-COUNT          PIC 9(8) VALUE 0.
       01 WS-B-COUNT          PIC 9(8) VALUE 0.
       01 WS-TOTAL-PAYEES     PIC 9(8) VALUE 0.

       01 WS-FORM-COUNT       PIC 9(6) VALUE 0.
       01 WS-NEC-COUNT        PIC 9(6) VALUE 0.
       01 WS-MISC-COUNT       PIC 9(6) VALUE 0.
       01 WS-NEC-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-MISC-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-BELOW-COUNT      PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.

       01 WS-FORM-LINE        PIC X(80).
       01 WS-FORM-TITLE       PIC X(40).
       01 WS-COPY-TITLE       PIC X(24).
       01 WS-BOX-LABEL        PIC X(34).
       01 WS-TIN-EDIT         PIC X(11).
       01 WS-EIN-EDIT         PIC X(10).
       01 WS-EDIT-1           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-2           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT       PIC ZZZ,ZZ9.
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20).
       01 WS-SPOOL-FILE       PIC X(20).
       01 WS-SPOOL-CSV        PIC X(20).
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 3.
       COPY "CsvExport.cpy".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "TEN99-FORMS".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "ENTER TAX YEAR (YYYY): ".
           ACCEPT WS-TAX-YEAR.
           COMPUTE WS-DEADLINE = (WS-TAX-YEAR + 1) * 10000 + 131.

           PERFORM READ-EMPLOYER-CONTROL.

           DISPLAY "SELECT MODE (P=PRINT 1099S AND FIRE FILE, "
               "V=VALIDATE VENDOR TINS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-PRINT
                   PERFORM TEN99-PRINT-RUN
               WHEN MODE-VALIDATE
                   PERFORM TIN-VALIDATION-RUN
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       READ-EMPLOYER-CONTROL.
           OPEN INPUT EmployerFile.
           IF WS-EMPLOYER-STATUS = "00"
               READ EmployerFile INTO EMPLOYER-CONTROL-RECORD
                   NOT AT END
                       MOVE "Y" TO WS-EMPLOYER-FOUND
               END-READ
               CLOSE EmployerFile
           END-IF.
           IF WS-EMPLOYER-FOUND = "Y"
               MOVE SPACES TO WS-EIN-EDIT
               STRING ER-EIN(1:2) "-" ER-EIN(3:7)
                   DELIMITED BY SIZE INTO WS-EIN-EDIT
               END-STRING
               DISPLAY "PAYER: " ER-NAME " EIN " WS-EIN-EDIT
               DISPLAY "UPDATE PAYER DETAILS (Y/N): "
               ACCEPT WS-ANSWER
           ELSE
               DISPLAY "EMPLOYER CONTROL FILE NOT FOUND - "
                   "ENTER PAYER DETAILS"
               MOVE "Y" TO WS-ANSWER
           END-IF.
           IF WS-ANSWER = "Y"
               PERFORM ENTER-EMPLOYER-DETAILS
               PERFORM SAVE-EMPLOYER-CONTROL
           END-IF.

       ENTER-EMPLOYER-DETAILS.
           DISPLAY "ENTER PAYER EIN (9 DIGITS): ".
           ACCEPT ER-EIN.
           DISPLAY "ENTER PAYER NAME: ".
           ACCEPT ER-NAME.
           DISPLAY "ENTER PAYER STREET ADDRESS: ".
           ACCEPT ER-STREET.
           DISPLAY "ENTER PAYER CITY: ".
           ACCEPT ER-CITY.
           DISPLAY "ENTER PAYER STATE (2 CHARACTERS): ".
           ACCEPT ER-STATE.
           DISPLAY "ENTER PAYER ZIP CODE: ".
           ACCEPT ER-ZIP-CODE.
           DISPLAY "ENTER PAYER STATE ID NUMBER: ".
           ACCEPT ER-STATE-ID.
           DISPLAY "ENTER SSA SUBMITTER USER ID: ".
           ACCEPT ER-SUBMITTER-ID.
           DISPLAY "ENTER CONTACT NAME: ".
           ACCEPT ER-CONTACT-NAME.
           DISPLAY "ENTER CONTACT PHONE: ".
           ACCEPT ER-CONTACT-PHONE.
           DISPLAY "ENTER CONTACT EMAIL: ".
           ACCEPT ER-CONTACT-EMAIL.

       SAVE-EMPLOYER-CONTROL.
           OPEN OUTPUT EmployerFile.
           IF WS-EMPLOYER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYER CONTROL FILE: STATUS "
                   WS-EMPLOYER-STATUS
           ELSE
               WRITE EMPLOYER-CONTROL-LINE
                   FROM EMPLOYER-CONTROL-RECORD
               CLOSE EmployerFile
               MOVE "Y" TO WS-EMPLOYER-FOUND
           END-IF.

       TIN-VALIDATION-RUN.
           PERFORM LOAD-1099-VENDORS.
           IF WS-Ten-Count = 0
               DISPLAY "NO VENDORS ARE FLAGGED FOR 1099 REPORTING"
           ELSE
               PERFORM LOAD-VOIDED-CHECKS
               PERFORM ACCUMULATE-PAYMENTS
               PERFORM PRINT-TIN-EXCEPTIONS
           END-IF.

       TEN99-PRINT-RUN.
           PERFORM LOAD-1099-VENDORS.
           IF WS-Ten-Count = 0
               DISPLAY "NO VENDORS ARE FLAGGED FOR 1099 REPORTING"
           ELSE
               PERFORM LOAD-VOIDED-CHECKS
               PERFORM ACCUMULATE-PAYMENTS
               PERFORM PRINT-TIN-EXCEPTIONS
               IF WS-TOTAL-PAYEES = 0
                   DISPLAY "NO VENDOR REACHED THE REPORTING "
                       "THRESHOLD FOR " WS-TAX-YEAR
                       " - NO 1099S PRODUCED"
               ELSE
                   PERFORM ACCEPT-FILING-DETAILS
                   PERFORM PRODUCE-1099-FORMS
               END-IF
           END-IF.

       ACCEPT-FILING-DETAILS.
           DISPLAY "ENTER IRS TRANSMITTER CONTROL CODE (TCC): ".
           ACCEPT WS-TCC.
           DISPLAY "TEST FILE FOR IRS FIRE (Y/N): ".
           ACCEPT WS-TEST-FILE.
           DISPLAY "COMBINED FEDERAL/STATE FILING (Y/N): ".
           ACCEPT WS-COMBINED-FILING.

       LOAD-1099-VENDORS.
           MOVE 0 TO WS-Ten-Count WS-DROPPED-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT VendorFile.
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VENDOR FILE: STATUS "
                   WS-VENDOR-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ VendorFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF VN-1099-FLAG = "Y"
                               PERFORM ADD-1099-VENDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VendorFile
           END-IF.
           IF WS-DROPPED-COUNT > 0
               DISPLAY WS-DROPPED-COUNT " FLAGGED VENDORS NOT LOADED "
                   "- VENDOR TABLE FULL"
           END-IF.

       ADD-1099-VENDOR.
           IF WS-Ten-Count < 500
               ADD 1 TO WS-Ten-Count
               MOVE WS-Ten-Count TO WS-SUB
               MOVE VN-VENDOR-ID TO WS-Ten-Vendor-Id(WS-SUB)
               IF VN-LEGAL-NAME = SPACES
                   MOVE VN-NAME TO WS-Ten-Name(WS-SUB)
               ELSE
                   MOVE VN-LEGAL-NAME TO WS-Ten-Name(WS-SUB)
               END-IF
               MOVE VN-STREET    TO WS-Ten-Street(WS-SUB)
               MOVE VN-CITY      TO WS-Ten-City(WS-SUB)
               MOVE VN-STATE     TO WS-Ten-State(WS-SUB)
               MOVE VN-ZIP-CODE  TO WS-Ten-Zip(WS-SUB)
               MOVE VN-TIN       TO WS-Ten-Tin(WS-SUB)
               MOVE VN-TIN-TYPE  TO WS-Ten-Tin-Type(WS-SUB)
               MOVE VN-1099-BOX  TO WS-Ten-Box(WS-SUB)
               MOVE 0            TO WS-Ten-Amount(WS-SUB)
               MOVE "N"          TO WS-Ten-Report(WS-SUB)
               EVALUATE VN-1099-BOX
                   WHEN "R"
                       MOVE "M" TO WS-Ten-Group(WS-SUB)
                       MOVE 1 TO WS-Ten-Code(WS-SUB)
                   WHEN "Y"
                       MOVE "M" TO WS-Ten-Group(WS-SUB)
                       MOVE 2 TO WS-Ten-Code(WS-SUB)
                   WHEN "O"
                       MOVE "M" TO WS-Ten-Group(WS-SUB)
                       MOVE 3 TO WS-Ten-Code(WS-SUB)
                   WHEN "M"
                       MOVE "M" TO WS-Ten-Group(WS-SUB)
                       MOVE 6 TO WS-Ten-Code(WS-SUB)
                   WHEN OTHER
                       MOVE "N" TO WS-Ten-Box(WS-SUB)
                       MOVE "N" TO WS-Ten-Group(WS-SUB)
                       MOVE 1 TO WS-Ten-Code(WS-SUB)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       LOAD-VOIDED-CHECKS.
           MOVE 0 TO WS-Void-Count.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CheckRegisterFile.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "CHECK REGISTER NOT AVAILABLE: STATUS "
                   WS-REGISTER-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CR-CHECK-TYPE = "V"
                                   AND CR-PAYEE-TYPE = "V"
                                   AND WS-Void-Count < 2000
                               ADD 1 TO WS-Void-Count
                               MOVE CR-CHECK-NUMBER
                                   TO WS-Void-Check(WS-Void-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
           END-IF.

       ACCUMULATE-PAYMENTS.
           MOVE 0 TO WS-VOIDED-AMOUNT WS-VOIDED-CHECKS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CheckRegisterFile.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CR-PAYEE-TYPE = "V"
                                   AND (CR-CHECK-TYPE = "I"
                                   OR CR-CHECK-TYPE = "R")
                                   AND CR-CHECK-DATE(1:4)
                                       = WS-TAX-YEAR
                               PERFORM TALLY-VENDOR-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
           END-IF.
           MOVE 0 TO WS-TOTAL-PAYEES WS-BELOW-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-Ten-Count
               PERFORM SET-REPORTABLE
           END-PERFORM.

       TALLY-VENDOR-PAYMENT.
           MOVE "N" TO WS-VOIDED.
           PERFORM VARYING WS-VSUB FROM 1 BY 1
                   UNTIL WS-VSUB > WS-Void-Count OR WS-VOIDED = "Y"
               IF WS-Void-Check(WS-VSUB) = CR-CHECK-NUMBER
                   MOVE "Y" TO WS-VOIDED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-Ten-Count
               IF WS-Ten-Vendor-Id(WS-SUB) = CR-PAYEE-ID(1:5)
                   IF WS-VOIDED = "Y"
                       ADD CR-NET-AMOUNT TO WS-VOIDED-AMOUNT
                       ADD 1 TO WS-VOIDED-CHECKS
                   ELSE
                       ADD CR-NET-AMOUNT TO WS-Ten-Amount(WS-SUB)
                   END-IF
                   MOVE WS-Ten-Count TO WS-SUB
               END-IF
           END-PERFORM.

       SET-REPORTABLE.
           IF WS-Ten-Box(WS-SUB) = "Y"
               IF WS-Ten-Amount(WS-SUB) >= WS-ROYALTY-THRESHOLD
                   MOVE "Y" TO WS-Ten-Report(WS-SUB)
               END-IF
           ELSE
               IF WS-Ten-Amount(WS-SUB) >= WS-NEC-THRESHOLD
                   MOVE "Y" TO WS-Ten-Report(WS-SUB)
               END-IF
           END-IF.
           IF WS-Ten-Report(WS-SUB) = "Y"
               ADD 1 TO WS-TOTAL-PAYEES
           ELSE
               IF WS-Ten-Amount(WS-SUB) > ZERO
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
           END-IF.

       PRINT-TIN-EXCEPTIONS.
           MOVE 0 TO WS-EXCEPTION-COUNT.
           OPEN OUTPUT TinExceptionFile.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TIN EXCEPTION REPORT: STATUS "
                   WS-EXCEPTION-STATUS
           ELSE
               MOVE "ten99tin.csv" TO WS-SPOOL-CSV
               PERFORM OPEN-CSV-EXPORT
               STRING "TAX YEAR,VENDOR,LEGAL NAME,TIN TYPE,TIN,PROBLEM"
                   ",YTD PAID"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               MOVE SPACES TO WS-FORM-LINE
               STRING "1099 VENDOR TIN EXCEPTIONS - TAX YEAR "
                   WS-TAX-YEAR "   FILING DEADLINE " WS-DEADLINE
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               MOVE SPACES TO WS-FORM-LINE
               STRING "VENDOR LEGAL NAME            TIN         "
                   "PROBLEM                        YTD PAID"
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               MOVE ALL "-" TO WS-FORM-LINE
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-Ten-Count
                   PERFORM VALIDATE-VENDOR-TIN
                   IF WS-TIN-REASON NOT = SPACES
                       PERFORM PRINT-EXCEPTION-DETAIL
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-FORM-LINE
               PERFORM WRITE-EXCEPTION-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-FORM-LINE
               STRING "FLAGGED VENDORS WITH TIN EXCEPTIONS: "
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               IF WS-RUN-DATE > WS-DEADLINE
                   MOVE "** FILING DEADLINE HAS PASSED **"
                       TO WS-FORM-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               CLOSE TinExceptionFile
               PERFORM CLOSE-CSV-EXPORT
               MOVE "1099 TIN EXCEPTIONS" TO WS-SPOOL-REPORT
               MOVE "ten99tin.prt" TO WS-SPOOL-FILE
               MOVE 1 TO WS-SPOOL-PAGES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
           END-IF.
           DISPLAY "FLAGGED VENDORS WITH TIN EXCEPTIONS: "
               WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "CORRECT THESE VENDORS BEFORE THE FILING "
                   "DEADLINE OF " WS-DEADLINE
           END-IF.
           IF WS-RUN-DATE > WS-DEADLINE
               DISPLAY "WARNING - THE " WS-TAX-YEAR
                   " FILING DEADLINE HAS PASSED"
           END-IF.

       VALIDATE-VENDOR-TIN.
           MOVE SPACES TO WS-TIN-REASON.
           MOVE WS-Ten-Tin(WS-SUB) TO WS-CHECK-TIN.
           IF WS-CHECK-TIN = ZERO
               MOVE "MISSING TIN" TO WS-TIN-REASON
           ELSE
               IF WS-Ten-Tin-Type(WS-SUB) NOT = "E"
                       AND WS-Ten-Tin-Type(WS-SUB) NOT = "S"
                   MOVE "TIN TYPE NOT E OR S" TO WS-TIN-REASON
               ELSE
                   IF WS-CHECK-TIN-X(1:8) = WS-CHECK-TIN-X(2:8)
                           OR WS-CHECK-TIN = 123456789
                       MOVE "INVALID TIN" TO WS-TIN-REASON
                   ELSE
                       IF WS-Ten-Tin-Type(WS-SUB) = "S"
                           PERFORM VALIDATE-SSN
                       ELSE
                           PERFORM VALIDATE-EIN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TIN-REASON = SPACES
               IF WS-Ten-Street(WS-SUB) = SPACES
                       OR WS-Ten-City(WS-SUB) = SPACES
                       OR WS-Ten-Zip(WS-SUB) = SPACES
                   MOVE "MISSING REMIT ADDRESS" TO WS-TIN-REASON
               END-IF
           END-IF.

       VALIDATE-SSN.
           IF WS-CHECK-TIN-X(1:3) = "000"
                   OR WS-CHECK-TIN-X(1:3) = "666"
                   OR WS-CHECK-TIN-X(1:1) = "9"
               MOVE "INVALID SSN AREA NUMBER" TO WS-TIN-REASON
           ELSE
               IF WS-CHECK-TIN-X(4:2) = "00"
                       OR WS-CHECK-TIN-X(6:4) = "0000"
                   MOVE "INVALID SSN GROUP/SERIAL" TO WS-TIN-REASON
               END-IF
           END-IF.

       VALIDATE-EIN.
           PERFORM VARYING WS-PSUB FROM 1 BY 1 UNTIL WS-PSUB > 17
               IF WS-CHECK-TIN-X(1:2) = WS-Bad-Ein-Prefix(WS-PSUB)
                   MOVE "INVALID EIN PREFIX" TO WS-TIN-REASON
               END-IF
           END-PERFORM.

       PRINT-EXCEPTION-DETAIL.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM FORMAT-PAYEE-TIN.
           MOVE WS-Ten-Amount(WS-SUB) TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           STRING WS-Ten-Vendor-Id(WS-SUB) "  "
               WS-Ten-Name(WS-SUB)(1:20) " " WS-TIN-EDIT " "
               WS-TIN-REASON(1:24) WS-EDIT-1
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-TAX-YEAR              TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-Ten-Vendor-Id(WS-SUB) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Name(WS-SUB)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Tin-Type(WS-SUB)  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-TIN-EDIT              TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-TIN-REASON            TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Amount(WS-SUB)    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       FORMAT-PAYEE-TIN.
           MOVE SPACES TO WS-TIN-EDIT.
           IF WS-Ten-Tin-Type(WS-SUB) = "E"
               STRING WS-Ten-Tin(WS-SUB)(1:2) "-"
                   WS-Ten-Tin(WS-SUB)(3:7)
                   DELIMITED BY SIZE INTO WS-TIN-EDIT
               END-STRING
           ELSE
               STRING WS-Ten-Tin(WS-SUB)(1:3) "-"
                   WS-Ten-Tin(WS-SUB)(4:2) "-"
                   WS-Ten-Tin(WS-SUB)(6:4)
                   DELIMITED BY SIZE INTO WS-TIN-EDIT
               END-STRING
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-FORM-LINE TO TIN-EXCEPTION-LINE.
           WRITE TIN-EXCEPTION-LINE.

       PRODUCE-1099-FORMS.
           OPEN OUTPUT Ten99PrintFile.
           MOVE "ten99forms.csv" TO WS-SPOOL-CSV.
           PERFORM OPEN-CSV-EXPORT.
           STRING "TAX YEAR,FORM,VENDOR,LEGAL NAME,TIN TYPE"
               ",TIN LAST FOUR,STREET,CITY,STATE,ZIP CODE,BOX"
               ",AMOUNT"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.
           OPEN OUTPUT FireFile.
           IF WS-FIRE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FIRE FILE: STATUS "
                   WS-FIRE-STATUS
           END-IF.
           MOVE 0 TO WS-FIRE-SEQUENCE WS-A-COUNT WS-B-COUNT.

           PERFORM WRITE-T-RECORD.
           MOVE "N" TO WS-GROUP.
           PERFORM PRODUCE-RETURN-GROUP.
           MOVE "M" TO WS-GROUP.
           PERFORM PRODUCE-RETURN-GROUP.
           PERFORM WRITE-F-RECORD.

           PERFORM PRINT-CONTROL-PAGE.

           CLOSE FireFile.
           CLOSE Ten99PrintFile.
           PERFORM CLOSE-CSV-EXPORT.

           MOVE "1099 FORMS" TO WS-SPOOL-REPORT.
           MOVE "ten99forms.prt" TO WS-SPOOL-FILE.
           COMPUTE WS-SPOOL-PAGES = WS-FORM-COUNT * 2 + 1.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           DISPLAY "1099 FORMS REGISTERED ON THE PRINT SPOOL CATALOG.".
           DISPLAY "IRS FIRE FILE WRITTEN TO irs1099.dat".

       PRODUCE-RETURN-GROUP.
           MOVE 0 TO WS-Grp-Payees.
           MOVE SPACES TO WS-AMOUNT-CODES.
           PERFORM VARYING WS-CSUB FROM 1 BY 1 UNTIL WS-CSUB > 18
               MOVE 0 TO WS-Grp-Total(WS-CSUB)
               MOVE "N" TO WS-Grp-Code-Used(WS-CSUB)
           END-PERFORM.
           PERFORM VARYING WS-KSUB FROM 1 BY 1 UNTIL WS-KSUB > 30
               MOVE 0 TO WS-Kst-Payees(WS-KSUB)
               PERFORM VARYING WS-CSUB FROM 1 BY 1
                       UNTIL WS-CSUB > 18
                   MOVE 0 TO WS-Kst-Total(WS-KSUB WS-CSUB)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-Ten-Count
               IF WS-Ten-Report(WS-SUB) = "Y"
                       AND WS-Ten-Group(WS-SUB) = WS-GROUP
                   ADD 1 TO WS-Grp-Payees
                   MOVE "Y"
                       TO WS-Grp-Code-Used(WS-Ten-Code(WS-SUB))
               END-IF
           END-PERFORM.
           IF WS-Grp-Payees > 0
               MOVE 0 TO WS-CODE-POS
               PERFORM VARYING WS-CSUB FROM 1 BY 1
                       UNTIL WS-CSUB > 18
                   IF WS-Grp-Code-Used(WS-CSUB) = "Y"
                       ADD 1 TO WS-CODE-POS
                       MOVE WS-CODE-DIGITS(WS-CSUB:1)
                           TO WS-AMOUNT-CODES(WS-CODE-POS:1)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-Grp-Payees
               PERFORM WRITE-A-RECORD
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-Ten-Count
                   IF WS-Ten-Report(WS-SUB) = "Y"
                           AND WS-Ten-Group(WS-SUB) = WS-GROUP
                       PERFORM ISSUE-ONE-1099
                   END-IF
               END-PERFORM
               PERFORM WRITE-C-RECORD
               IF WS-COMBINED-FILING = "Y"
                   PERFORM VARYING WS-KSUB FROM 1 BY 1
                           UNTIL WS-KSUB > 30
                       IF WS-Kst-Payees(WS-KSUB) > 0
                           PERFORM WRITE-K-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ISSUE-ONE-1099.
           MOVE "COPY B - FOR RECIPIENT" TO WS-COPY-TITLE.
           PERFORM PRINT-1099-FORM.
           MOVE "COPY C - FOR PAYER" TO WS-COPY-TITLE.
           PERFORM PRINT-1099-FORM.
           PERFORM EXPORT-1099-FORM.
           PERFORM FIND-CFSF-STATE.
           PERFORM WRITE-B-RECORD.
           ADD 1 TO WS-Grp-Payees.
           ADD WS-Ten-Amount(WS-SUB)
               TO WS-Grp-Total(WS-Ten-Code(WS-SUB)).
           IF WS-STATE-SUB > 0
               ADD 1 TO WS-Kst-Payees(WS-STATE-SUB)
               ADD WS-Ten-Amount(WS-SUB)
                   TO WS-Kst-Total(WS-STATE-SUB WS-Ten-Code(WS-SUB))
           END-IF.
           ADD 1 TO WS-FORM-COUNT.
           ADD 1 TO WS-WRITTEN-COUNT.
           IF WS-GROUP = "N"
               ADD 1 TO WS-NEC-COUNT
               ADD WS-Ten-Amount(WS-SUB) TO WS-NEC-TOTAL
           ELSE
               ADD 1 TO WS-MISC-COUNT
               ADD WS-Ten-Amount(WS-SUB) TO WS-MISC-TOTAL
           END-IF.

       EXPORT-1099-FORM.
           MOVE WS-TAX-YEAR TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           IF WS-GROUP = "N"
               MOVE "1099-NEC" TO EX-TEXT
           ELSE
               MOVE "1099-MISC" TO EX-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Vendor-Id(WS-SUB) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Name(WS-SUB)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Tin-Type(WS-SUB)  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Tin(WS-SUB)(6:4)  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Street(WS-SUB)    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-City(WS-SUB)      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-State(WS-SUB)     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Zip(WS-SUB)       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-BOX-LABEL             TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Ten-Amount(WS-SUB)    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           PERFORM WRITE-CSV-ROW.

       FIND-CFSF-STATE.
           MOVE 0 TO WS-STATE-SUB.
           IF WS-COMBINED-FILING = "Y"
               PERFORM VARYING WS-KSUB FROM 1 BY 1
                       UNTIL WS-KSUB > 30 OR WS-STATE-SUB > 0
                   IF WS-Cfsf-State(WS-KSUB) = WS-Ten-State(WS-SUB)
                       MOVE WS-KSUB TO WS-STATE-SUB
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-1099-FORM.
           IF WS-GROUP = "N"
               MOVE "FORM 1099-NEC NONEMPLOYEE COMPENSATION"
                   TO WS-FORM-TITLE
           ELSE
               MOVE "FORM 1099-MISC MISCELLANEOUS INFORMATION"
                   TO WS-FORM-TITLE
           END-IF.
           MOVE ALL "=" TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING WS-FORM-TITLE DELIMITED BY "  "
               "  TAX YEAR " WS-TAX-YEAR "  "
               WS-COPY-TITLE
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           PERFORM PRINT-FORM-PARTIES.
           EVALUATE WS-Ten-Box(WS-SUB)
               WHEN "R"
                   MOVE "1 RENTS                          "
                       TO WS-BOX-LABEL
               WHEN "Y"
                   MOVE "2 ROYALTIES                      "
                       TO WS-BOX-LABEL
               WHEN "O"
                   MOVE "3 OTHER INCOME                   "
                       TO WS-BOX-LABEL
               WHEN "M"
                   MOVE "6 MEDICAL AND HEALTH CARE PAYMENTS"
                       TO WS-BOX-LABEL
               WHEN OTHER
                   MOVE "1 NONEMPLOYEE COMPENSATION       "
                       TO WS-BOX-LABEL
           END-EVALUATE.
           MOVE WS-Ten-Amount(WS-SUB) TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           STRING WS-BOX-LABEL " " WS-EDIT-1
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE 0 TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "4 FEDERAL INCOME TAX WITHHELD     " " " WS-EDIT-2
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.

       PRINT-FORM-PARTIES.
           MOVE SPACES TO WS-EIN-EDIT.
           STRING ER-EIN(1:2) "-" ER-EIN(3:7)
               DELIMITED BY SIZE INTO WS-EIN-EDIT
           END-STRING.
           PERFORM FORMAT-PAYEE-TIN.
           IF WS-COPY-TITLE(6:1) = "B"
                   AND WS-Ten-Tin-Type(WS-SUB) = "S"
               MOVE "XXX-XX" TO WS-TIN-EDIT(1:6)
           END-IF.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "PAYER'S TIN " WS-EIN-EDIT
               "     RECIPIENT'S TIN " WS-TIN-EDIT
               "     ACCOUNT " WS-Ten-Vendor-Id(WS-SUB)
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "PAYER      " ER-NAME
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "           " ER-STREET " " ER-CITY " " ER-STATE
               " " ER-ZIP-CODE
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "RECIPIENT  " WS-Ten-Name(WS-SUB)
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "           " WS-Ten-Street(WS-SUB) " "
               WS-Ten-City(WS-SUB) " " WS-Ten-State(WS-SUB) " "
               WS-Ten-Zip(WS-SUB)
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.

       WRITE-FORM-LINE.
           MOVE WS-FORM-LINE TO TEN99-PRINT-LINE.
           WRITE TEN99-PRINT-LINE.
           ADD 1 TO WS-REPORT-LINES.

       BUILD-NAME-CONTROL.
           MOVE SPACES TO WS-NC-RESULT.
           MOVE 0 TO WS-NC-LEN.
           MOVE 1 TO WS-NC-POS.
           IF WS-NC-SOURCE(1:4) = "THE "
               MOVE 5 TO WS-NC-POS
           END-IF.
           PERFORM UNTIL WS-NC-POS > 40 OR WS-NC-LEN = 4
               MOVE WS-NC-SOURCE(WS-NC-POS:1) TO WS-NC-CHAR
               IF WS-NC-CHAR IS ALPHABETIC-UPPER
                       AND WS-NC-CHAR NOT = SPACE
                       OR WS-NC-CHAR IS NUMERIC
                       OR WS-NC-CHAR = "&" OR WS-NC-CHAR = "-"
                   ADD 1 TO WS-NC-LEN
                   MOVE WS-NC-CHAR TO WS-NC-RESULT(WS-NC-LEN:1)
               END-IF
               ADD 1 TO WS-NC-POS
           END-PERFORM.

       WRITE-T-RECORD.
           MOVE SPACES TO FIRE-T-RECORD.
           MOVE "T"              TO FT-RECORD-TYPE.
           MOVE WS-TAX-YEAR      TO FT-PAYMENT-YEAR.
           MOVE ER-EIN           TO FT-TRANSMITTER-TIN.
           MOVE WS-TCC           TO FT-TCC.
           IF WS-TEST-FILE = "Y"
               MOVE "T" TO FT-TEST-INDICATOR
           END-IF.
           MOVE ER-NAME          TO FT-TRANSMITTER-NAME.
           MOVE ER-NAME          TO FT-COMPANY-NAME.
           MOVE ER-STREET        TO FT-COMPANY-ADDRESS.
           MOVE ER-CITY          TO FT-COMPANY-CITY.
           MOVE ER-STATE         TO FT-COMPANY-STATE.
           MOVE ER-ZIP-CODE      TO FT-COMPANY-ZIP.
           MOVE WS-TOTAL-PAYEES  TO FT-TOTAL-PAYEES.
           MOVE ER-CONTACT-NAME  TO FT-CONTACT-NAME.
           MOVE ER-CONTACT-PHONE TO FT-CONTACT-PHONE.
           MOVE ER-CONTACT-EMAIL TO FT-CONTACT-EMAIL.
           MOVE "I"              TO FT-VENDOR-INDICATOR.
           ADD 1 TO WS-FIRE-SEQUENCE.
           MOVE WS-FIRE-SEQUENCE TO FT-SEQUENCE.
           WRITE FIRE-T-RECORD.

       WRITE-A-RECORD.
           MOVE SPACES TO FIRE-A-RECORD.
           MOVE "A"              TO FA-RECORD-TYPE.
           MOVE WS-TAX-YEAR      TO FA-PAYMENT-YEAR.
           IF WS-COMBINED-FILING = "Y"
               MOVE "1" TO FA-COMBINED-FED-STATE
           END-IF.
           MOVE ER-EIN           TO FA-PAYER-TIN.
           MOVE ER-NAME          TO WS-NC-SOURCE.
           PERFORM BUILD-NAME-CONTROL.
           MOVE WS-NC-RESULT     TO FA-NAME-CONTROL.
           IF WS-GROUP = "N"
               MOVE "NE" TO FA-RETURN-TYPE
           ELSE
               MOVE "A " TO FA-RETURN-TYPE
           END-IF.
           MOVE WS-AMOUNT-CODES  TO FA-AMOUNT-CODES.
           MOVE ER-NAME          TO FA-PAYER-NAME.
           MOVE "0"              TO FA-TRANSFER-AGENT.
           MOVE ER-STREET        TO FA-PAYER-ADDRESS.
           MOVE ER-CITY          TO FA-PAYER-CITY.
           MOVE ER-STATE         TO FA-PAYER-STATE.
           MOVE ER-ZIP-CODE      TO FA-PAYER-ZIP.
           MOVE ER-CONTACT-PHONE TO FA-PAYER-PHONE.
           ADD 1 TO WS-FIRE-SEQUENCE.
           MOVE WS-FIRE-SEQUENCE TO FA-SEQUENCE.
           WRITE FIRE-A-RECORD.
           ADD 1 TO WS-A-COUNT.

       WRITE-B-RECORD.
           MOVE SPACES TO FIRE-B-RECORD.
           MOVE "B"              TO FB-RECORD-TYPE.
           MOVE WS-TAX-YEAR      TO FB-PAYMENT-YEAR.
           MOVE WS-Ten-Name(WS-SUB) TO WS-NC-SOURCE.
           PERFORM BUILD-NAME-CONTROL.
           MOVE WS-NC-RESULT     TO FB-NAME-CONTROL.
           EVALUATE WS-Ten-Tin-Type(WS-SUB)
               WHEN "E"
                   MOVE "1" TO FB-TIN-TYPE
               WHEN "S"
                   MOVE "2" TO FB-TIN-TYPE
           END-EVALUATE.
           MOVE WS-Ten-Tin(WS-SUB)       TO FB-PAYEE-TIN.
           MOVE WS-Ten-Vendor-Id(WS-SUB) TO FB-ACCOUNT-NUMBER.
           PERFORM VARYING WS-CSUB FROM 1 BY 1 UNTIL WS-CSUB > 18
               MOVE 0 TO FB-AMOUNT(WS-CSUB)
           END-PERFORM.
           MOVE WS-Ten-Amount(WS-SUB)
               TO FB-AMOUNT(WS-Ten-Code(WS-SUB)).
           MOVE WS-Ten-Name(WS-SUB)   TO FB-PAYEE-NAME.
           MOVE WS-Ten-Street(WS-SUB) TO FB-PAYEE-ADDRESS.
           MOVE WS-Ten-City(WS-SUB)   TO FB-PAYEE-CITY.
           MOVE WS-Ten-State(WS-SUB)  TO FB-PAYEE-STATE.
           MOVE WS-Ten-Zip(WS-SUB)    TO FB-PAYEE-ZIP.
           MOVE 0 TO FB-STATE-WITHHELD FB-LOCAL-WITHHELD.
           IF WS-STATE-SUB > 0
               MOVE WS-Cfsf-Code(WS-STATE-SUB) TO FB-STATE-CODE
           END-IF.
           ADD 1 TO WS-FIRE-SEQUENCE.
           MOVE WS-FIRE-SEQUENCE TO FB-SEQUENCE.
           WRITE FIRE-B-RECORD.
           ADD 1 TO WS-B-COUNT.

       WRITE-C-RECORD.
           MOVE SPACES TO FIRE-C-RECORD.
           MOVE "C"              TO FC-RECORD-TYPE.
           MOVE WS-Grp-Payees    TO FC-PAYEE-COUNT.
           PERFORM VARYING WS-CSUB FROM 1 BY 1 UNTIL WS-CSUB > 18
               MOVE WS-Grp-Total(WS-CSUB)
                   TO FC-CONTROL-TOTAL(WS-CSUB)
           END-PERFORM.
           ADD 1 TO WS-FIRE-SEQUENCE.
           MOVE WS-FIRE-SEQUENCE TO FC-SEQUENCE.
           WRITE FIRE-C-RECORD.

       WRITE-K-RECORD.
           MOVE SPACES TO FIRE-K-RECORD.
           MOVE "K"              TO FK-RECORD-TYPE.
           MOVE WS-Kst-Payees(WS-KSUB) TO FK-PAYEE-COUNT.
           PERFORM VARYING WS-CSUB FROM 1 BY 1 UNTIL WS-CSUB > 18
               MOVE WS-Kst-Total(WS-KSUB WS-CSUB)
                   TO FK-CONTROL-TOTAL(WS-CSUB)
           END-PERFORM.
           MOVE 0 TO FK-STATE-WITHHELD FK-LOCAL-WITHHELD.
           MOVE WS-Cfsf-Code(WS-KSUB) TO FK-STATE-CODE.
           ADD 1 TO WS-FIRE-SEQUENCE.
           MOVE WS-FIRE-SEQUENCE TO FK-SEQUENCE.
           WRITE FIRE-K-RECORD.

       WRITE-F-RECORD.
           MOVE SPACES TO FIRE-F-RECORD.
           MOVE "F"              TO FF-RECORD-TYPE.
           MOVE WS-A-COUNT       TO FF-A-RECORD-COUNT.
           MOVE 0                TO FF-ZEROS.
           MOVE WS-B-COUNT       TO FF-PAYEE-COUNT.
           ADD 1 TO WS-FIRE-SEQUENCE.
           MOVE WS-FIRE-SEQUENCE TO FF-SEQUENCE.
           WRITE FIRE-F-RECORD.

       PRINT-CONTROL-PAGE.
           MOVE ALL "=" TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "1099 CONTROL TOTALS FOR TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-NEC-COUNT TO WS-COUNT-EDIT.
           MOVE WS-NEC-TOTAL TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "1099-NEC FORMS         " WS-COUNT-EDIT
               "   AMOUNT " WS-EDIT-1
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-MISC-COUNT TO WS-COUNT-EDIT.
           MOVE WS-MISC-TOTAL TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "1099-MISC FORMS        " WS-COUNT-EDIT
               "   AMOUNT " WS-EDIT-1
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-VOIDED-CHECKS TO WS-COUNT-EDIT.
           MOVE WS-VOIDED-AMOUNT TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "VOIDED CHECKS EXCLUDED " WS-COUNT-EDIT
               "   AMOUNT " WS-EDIT-1
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-BELOW-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "VENDORS BELOW THRESHOLD" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "TIN EXCEPTIONS         " WS-COUNT-EDIT
               "   (SEE 1099 TIN EXCEPTIONS REPORT)"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-FIRE-SEQUENCE TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "FIRE FILE RECORDS      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.

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
