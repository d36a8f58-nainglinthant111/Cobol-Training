       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEATMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "escheatrules.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Rule-Status.
           SELECT ItemFile ASSIGN TO "escheatitems.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Item-Status.
           SELECT CheckRegisterFile ASSIGN TO "checkregister.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Register-Status.
           SELECT VendorFile ASSIGN TO "vendors.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-Master-Status.
           SELECT EmployerFile ASSIGN TO "employer.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Employer-Status.
           SELECT AcctPeriodFile ASSIGN TO "acctperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT HolderFile ASSIGN TO WS-HOLDER-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Holder-Status.
           SELECT ReportFile ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Report-Status.
           SELECT CsvFile ASSIGN TO WS-SPOOL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RuleFile.
       COPY "EscheatRule.cpy".

       FD ItemFile.
       COPY "EscheatItem.cpy".

       FD CheckRegisterFile.
       COPY "CheckRegister.cpy".

       FD VendorFile.
       COPY "VendorMaster.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD EmployerFile.
       01 EMPLOYER-CONTROL-LINE   PIC X(202).

       FD AcctPeriodFile.
       COPY "AcctPeriod.cpy".

       FD GlJournalFile.
       01 GL-JOURNAL-RECORD.
           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-ACCOUNT          PIC 9(4).
           02 GJ-DEBIT            PIC 9(9)V99.
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

       FD HolderFile.
       01 HOLDER-REPORT-RECORD.
           02 HR-HOLDER-EIN       PIC 9(9).
           02 HR-HOLDER-NAME      PIC X(40).
           02 HR-REPORT-DATE      PIC 9(8).
           02 HR-PROPERTY-TYPE    PIC X(4).
           02 HR-OWNER-ID         PIC X(10).
           02 HR-OWNER-NAME       PIC X(20).
           02 HR-OWNER-STREET     PIC X(22).
           02 HR-OWNER-CITY       PIC X(22).
           02 HR-OWNER-STATE      PIC XX.
           02 HR-OWNER-ZIP        PIC X(5).
           02 HR-CHECK-NUMBER     PIC 9(6).
           02 HR-LAST-ACTIVITY    PIC 9(8).
           02 HR-AMOUNT           PIC 9(7)V99.

       FD ReportFile.
       01 REPORT-LINE             PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Rule-Status      PIC XX.
       01 WS-Item-Status      PIC XX.
       01 WS-Register-Status  PIC XX.
       01 WS-Vendor-Status    PIC XX.
       01 WS-Master-Status    PIC XX.
       01 WS-Employer-Status  PIC XX.
       01 WS-Period-Status    PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Holder-Status    PIC XX.
       01 WS-Report-Status    PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-RULES      VALUE "M".
           88 MODE-SELECT     VALUE "S".
           88 MODE-RESPONSE   VALUE "R".
           88 MODE-ESCHEAT    VALUE "E".
           88 MODE-LIST       VALUE "L".
       01 WS-ANSWER           PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-HOLDER-NAME      PIC X(20).
       01 WS-REPORT-NAME      PIC X(20).

       COPY "EmployerControl.cpy".
       01 WS-Employer-Found   PIC X VALUE "N".

       01 WS-CASH-ACCOUNT     PIC 9(4) VALUE 1000.
       01 WS-ESCHEAT-ACCOUNT  PIC 9(4) VALUE 2900.
       01 WS-EMPLOYEE-YEARS   PIC 99 VALUE 1.
       01 WS-VENDOR-YEARS     PIC 99 VALUE 3.
       01 WS-RESPONSE-DAYS    PIC 9(3) VALUE 60.

       01 WS-Rule-Table.
           02 WS-Rul-Count PIC 9(3) VALUE 0.
           02 WS-Rul-Entry OCCURS 300 TIMES.
             03 WS-Rul-State  PIC XX.
             03 WS-Rul-Type   PIC X.
             03 WS-Rul-Years  PIC 99.
       01 WS-Rul-Sub          PIC 9(3).
       01 WS-Rul-Found        PIC X.
       01 WS-RULE-STATE-IN    PIC XX.
       01 WS-RULE-TYPE-IN     PIC X.
       01 WS-RULE-YEARS-IN    PIC 99.

       01 WS-Item-Table.
           02 WS-Itm-Count PIC 9(4) VALUE 0.
           02 WS-Itm-Entry OCCURS 1000 TIMES.
             03 WS-Itm-Image   PIC X(138).
             03 WS-Itm-Pick    PIC X.
             03 WS-Itm-Reg-Sub PIC 9(4).
       01 WS-Itm-Sub          PIC 9(4).
       01 WS-Itm-Found        PIC X.
       01 WS-Items-Changed    PIC X VALUE "N".
       01 WS-CHECK-NUMBER-IN  PIC 9(6).

       01 WS-Register-Table.
           02 WS-Reg-Count PIC 9(4) VALUE 0.
           02 WS-Reg-Entry OCCURS 2000 TIMES.
             03 WS-Reg-Image PIC X(80).
       01 WS-Reg-Sub          PIC 9(4).
       01 WS-Reg-Found        PIC X.
       01 WS-Register-Loaded  PIC X VALUE "N".

       01 WS-Void-Table.
           02 WS-Vod-Count PIC 9(4) VALUE 0.
           02 WS-Vod-Entry OCCURS 1000 TIMES.
             03 WS-Vod-Check  PIC 9(6).
       01 WS-Vod-Sub          PIC 9(4).
       01 WS-Vod-Found        PIC X.

       01 WS-Vendor-Table.
           02 WS-Vnd-Count PIC 9(4) VALUE 0.
           02 WS-Vnd-Entry OCCURS 500 TIMES.
             03 WS-Vnd-Id      PIC X(5).
             03 WS-Vnd-Name    PIC X(20).
             03 WS-Vnd-Address PIC X(51).
       01 WS-Vnd-Sub          PIC 9(4).
       01 WS-Vnd-Found        PIC X.
       01 WS-Master-Open      PIC X VALUE "N".

       01 WS-PAYEE-TYPE       PIC X.
       01 WS-DORMANCY-YEARS   PIC 99.
       01 WS-DORMANT-DATE     PIC 9(8).
       01 WS-DEADLINE-DATE    PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-SELECTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT     PIC 9(5) VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-COUNT    PIC 9(5) VALUE 0.
       01 WS-ESCHEAT-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-Esc-Table.
           02 WS-Esc-Count PIC 99 VALUE 0.
           02 WS-Esc-Entry OCCURS 50 TIMES.
             03 WS-Esc-Company PIC XX.
             03 WS-Esc-Amount  PIC 9(9)V99.
       01 WS-Esc-Sub          PIC 99.
       01 WS-Esc-Found        PIC X.
       01 WS-ESCHEAT-COMPANY  PIC XX.
       01 WS-CLEARED-COUNT    PIC 9(5) VALUE 0.
       01 WS-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Per-Table.
           02 WS-Per-Count PIC 9(3) VALUE 0.
           02 WS-Per-Entry OCCURS 120 TIMES.
             03 WS-Per-Month  PIC 9(6).
             03 WS-Per-Status PIC X.
       01 WS-Per-Sub          PIC 9(3).
       01 WS-RUN-MONTH        PIC 9(6).
       01 WS-POSTING-PERIOD   PIC 9(6) VALUE 0.

       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-JOURNAL-LINES    PIC 9(4) VALUE 0.

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-ESCHEAT-HEADING.
           02 FILLER          PIC X(40) VALUE
               "CHECK   T   PAYEE                ST  CHK".
           02 FILLER          PIC X(40) VALUE
               " DATE     AMOUNT  ACTION".
       01 WS-ESCHEAT-LINE.
           02 WS-EL-CHECK     PIC 9(6).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-EL-TYPE      PIC X.
           02 FILLER          PIC X(3) VALUE SPACES.
           02 WS-EL-PAYEE     PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-EL-STATE     PIC XX.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-EL-DATE      PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-EL-AMOUNT    PIC ZZZ,ZZ9.99.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-EL-ACTION    PIC X(22).
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20).
       01 WS-SPOOL-FILE       PIC X(20).
       01 WS-SPOOL-CSV        PIC X(20).
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       01 WS-Program-Name      PIC X(20) VALUE "ESCHEATMENT".
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

           DISPLAY "SELECT MODE (M=DORMANCY RULES, S=SELECT DORMANT "
               "CHECKS AND PRINT LETTERS, R=RECORD OWNER RESPONSES, "
               "E=ESCHEAT UNCLAIMED ITEMS, L=LIST ITEMS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-RULES
                   PERFORM LOAD-RULES
                   PERFORM UNTIL WS-End = "N"
                       PERFORM MAINTAIN-ONE-RULE
                       DISPLAY "MAINTAIN ANOTHER RULE (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
                   PERFORM REWRITE-RULES
                   PERFORM LIST-RULES
               WHEN MODE-SELECT
                   PERFORM READ-EMPLOYER-CONTROL
                   PERFORM LOAD-RULES
                   PERFORM LOAD-ITEMS
                   PERFORM LOAD-CHECK-REGISTER
                   IF WS-Register-Loaded = "Y"
                       PERFORM LOAD-VENDORS
                       PERFORM SELECT-DORMANT-CHECKS
                   END-IF
               WHEN MODE-RESPONSE
                   PERFORM LOAD-ITEMS
                   PERFORM UNTIL WS-End = "N"
                       PERFORM RECORD-ONE-RESPONSE
                       DISPLAY "RECORD ANOTHER RESPONSE (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
               WHEN MODE-ESCHEAT
                   PERFORM READ-EMPLOYER-CONTROL
                   PERFORM LOAD-ITEMS
                   PERFORM LOAD-CHECK-REGISTER
                   IF WS-Register-Loaded = "Y"
                       PERFORM LOAD-PERIODS
                       MOVE WS-TODAY(1:6) TO WS-RUN-MONTH
                       PERFORM FIND-POSTING-PERIOD
                       PERFORM ESCHEAT-UNCLAIMED-ITEMS
                   END-IF
               WHEN MODE-LIST
                   PERFORM LOAD-ITEMS
                   PERFORM LIST-ITEMS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF WS-Items-Changed = "Y"
               PERFORM REWRITE-ITEMS
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       READ-EMPLOYER-CONTROL.
           MOVE SPACES TO EMPLOYER-CONTROL-RECORD.
           MOVE 0 TO ER-EIN.
           OPEN INPUT EmployerFile.
           IF WS-Employer-Status = "00"
               READ EmployerFile INTO EMPLOYER-CONTROL-RECORD
                   NOT AT END
                       MOVE "Y" TO WS-Employer-Found
               END-READ
               CLOSE EmployerFile
           END-IF.
           IF WS-Employer-Found NOT = "Y"
               DISPLAY "EMPLOYER CONTROL FILE NOT FOUND - RUN W-2 "
                   "FORMS TO ENTER HOLDER DETAILS"
           END-IF.

       LOAD-RULES.
           OPEN INPUT RuleFile.
           IF WS-Rule-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Rul-Count >= 300
                   READ RuleFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Rul-Count
                           MOVE UR-STATE TO WS-Rul-State(WS-Rul-Count)
                           MOVE UR-PAYEE-TYPE
                               TO WS-Rul-Type(WS-Rul-Count)
                           MOVE UR-DORMANCY-YEARS
                               TO WS-Rul-Years(WS-Rul-Count)
                   END-READ
               END-PERFORM
               CLOSE RuleFile
               MOVE "N" TO WS-Eof
           END-IF.

       FIND-RULE.
           MOVE "N" TO WS-Rul-Found.
           PERFORM VARYING WS-Rul-Sub FROM 1 BY 1
                   UNTIL WS-Rul-Sub > WS-Rul-Count
                   OR WS-Rul-Found = "Y"
               IF WS-Rul-State(WS-Rul-Sub) = WS-RULE-STATE-IN
                       AND WS-Rul-Type(WS-Rul-Sub) = WS-RULE-TYPE-IN
                   MOVE "Y" TO WS-Rul-Found
               END-IF
           END-PERFORM.
           IF WS-Rul-Found = "Y"
               SUBTRACT 1 FROM WS-Rul-Sub
           END-IF.

       MAINTAIN-ONE-RULE.
           DISPLAY "ENTER STATE (2 LETTERS): ".
           ACCEPT WS-RULE-STATE-IN.
           DISPLAY "ENTER PAYEE TYPE (E=PAYROLL, V=VENDOR): ".
           ACCEPT WS-RULE-TYPE-IN.
           DISPLAY "ENTER DORMANCY PERIOD IN YEARS (0=REMOVE RULE): ".
           ACCEPT WS-RULE-YEARS-IN.
           IF WS-RULE-STATE-IN = SPACES
               DISPLAY "BLANK STATE - RULE REFUSED"
           ELSE
           IF WS-RULE-TYPE-IN NOT = "E" AND WS-RULE-TYPE-IN NOT = "V"
               DISPLAY "PAYEE TYPE MUST BE E OR V - RULE REFUSED"
           ELSE
               PERFORM FIND-RULE
               IF WS-RULE-YEARS-IN = 0
                   IF WS-Rul-Found = "Y"
                       PERFORM VARYING WS-Rul-Sub FROM WS-Rul-Sub BY 1
                               UNTIL WS-Rul-Sub >= WS-Rul-Count
                           MOVE WS-Rul-Entry(WS-Rul-Sub + 1)
                               TO WS-Rul-Entry(WS-Rul-Sub)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-Rul-Count
                       DISPLAY "RULE REMOVED."
                   ELSE
                       DISPLAY "NO RULE ON FILE FOR " WS-RULE-STATE-IN
                           " " WS-RULE-TYPE-IN
                   END-IF
               ELSE
                   IF WS-Rul-Found NOT = "Y"
                       IF WS-Rul-Count >= 300
                           DISPLAY "RULE TABLE FULL - RULE REFUSED"
                           MOVE 0 TO WS-Rul-Sub
                       ELSE
                           ADD 1 TO WS-Rul-Count
                           MOVE WS-Rul-Count TO WS-Rul-Sub
                       END-IF
                   END-IF
                   IF WS-Rul-Sub > 0
                       MOVE WS-RULE-STATE-IN TO WS-Rul-State(WS-Rul-Sub)
                       MOVE WS-RULE-TYPE-IN TO WS-Rul-Type(WS-Rul-Sub)
                       MOVE WS-RULE-YEARS-IN TO WS-Rul-Years(WS-Rul-Sub)
                       DISPLAY "RULE SAVED."
                   END-IF
               END-IF
           END-IF END-IF.

       REWRITE-RULES.
           OPEN OUTPUT RuleFile.
           IF WS-Rule-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE RULE FILE: STATUS "
                   WS-Rule-Status
           ELSE
               PERFORM VARYING WS-Rul-Sub FROM 1 BY 1
                       UNTIL WS-Rul-Sub > WS-Rul-Count
                   MOVE WS-Rul-State(WS-Rul-Sub) TO UR-STATE
                   MOVE WS-Rul-Type(WS-Rul-Sub) TO UR-PAYEE-TYPE
                   MOVE WS-Rul-Years(WS-Rul-Sub) TO UR-DORMANCY-YEARS
                   WRITE ESCHEAT-RULE-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE RuleFile
           END-IF.

       LIST-RULES.
           DISPLAY " ".
           DISPLAY "STATE  TYPE  DORMANCY YEARS".
           PERFORM VARYING WS-Rul-Sub FROM 1 BY 1
                   UNTIL WS-Rul-Sub > WS-Rul-Count
               DISPLAY WS-Rul-State(WS-Rul-Sub) "     "
                   WS-Rul-Type(WS-Rul-Sub) "     "
                   WS-Rul-Years(WS-Rul-Sub)
           END-PERFORM.
           DISPLAY "STATES WITHOUT A RULE USE " WS-EMPLOYEE-YEARS
               " YEAR(S) FOR PAYROLL AND " WS-VENDOR-YEARS
               " YEAR(S) FOR VENDOR CHECKS".

       LOAD-ITEMS.
           OPEN INPUT ItemFile.
           IF WS-Item-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Itm-Count >= 1000
                   READ ItemFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Itm-Count
                           MOVE ESCHEAT-ITEM-RECORD
                               TO WS-Itm-Image(WS-Itm-Count)
                           MOVE "N" TO WS-Itm-Pick(WS-Itm-Count)
                           MOVE 0 TO WS-Itm-Reg-Sub(WS-Itm-Count)
                   END-READ
               END-PERFORM
               CLOSE ItemFile
               MOVE "N" TO WS-Eof
           END-IF.

       FIND-ITEM.
           MOVE "N" TO WS-Itm-Found.
           PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                   UNTIL WS-Itm-Sub > WS-Itm-Count
                   OR WS-Itm-Found = "Y"
               MOVE WS-Itm-Image(WS-Itm-Sub) TO ESCHEAT-ITEM-RECORD
               IF UP-CHECK-NUMBER = WS-CHECK-NUMBER-IN
                   MOVE "Y" TO WS-Itm-Found
               END-IF
           END-PERFORM.
           IF WS-Itm-Found = "Y"
               SUBTRACT 1 FROM WS-Itm-Sub
           END-IF.

       LOAD-CHECK-REGISTER.
           OPEN INPUT CheckRegisterFile.
           IF WS-Register-Status NOT = "00"
               DISPLAY "CHECK REGISTER NOT AVAILABLE: STATUS "
                   WS-Register-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Reg-Count >= 2000
                   READ CheckRegisterFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Reg-Count
                           MOVE CHECK-REGISTER-RECORD
                               TO WS-Reg-Image(WS-Reg-Count)
                           IF CR-CHECK-TYPE = "V"
                                   AND WS-Vod-Count < 1000
                               ADD 1 TO WS-Vod-Count
                               MOVE CR-CHECK-NUMBER
                                   TO WS-Vod-Check(WS-Vod-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckRegisterFile
               IF WS-Eof NOT = "Y"
                   DISPLAY "CHECK REGISTER EXCEEDS 2000 CHECKS - "
                       "RUN REFUSED TO PROTECT THE FILE"
               ELSE
                   MOVE "Y" TO WS-Register-Loaded
               END-IF
               MOVE "N" TO WS-Eof
           END-IF.

       LOAD-VENDORS.
           OPEN INPUT VendorFile.
           IF WS-Vendor-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Vnd-Count >= 500
                   READ VendorFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Vnd-Count
                           MOVE VN-VENDOR-ID TO WS-Vnd-Id(WS-Vnd-Count)
                           MOVE VN-NAME TO WS-Vnd-Name(WS-Vnd-Count)
                           MOVE VN-ADDRESS
                               TO WS-Vnd-Address(WS-Vnd-Count)
                   END-READ
               END-PERFORM
               CLOSE VendorFile
               MOVE "N" TO WS-Eof
           END-IF.

       SELECT-DORMANT-CHECKS.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-RESPONSE-DAYS WS-DEADLINE-DATE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-Master-Status = "00"
               MOVE "Y" TO WS-Master-Open
           END-IF.
           MOVE "dueletters.prt" TO WS-REPORT-NAME.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN dueletters.prt: STATUS "
                   WS-Report-Status
           ELSE
               MOVE "dueletters.csv" TO WS-SPOOL-CSV
               PERFORM OPEN-CSV-EXPORT
               STRING "CHECK,CHECK DATE,AMOUNT,PAYEE TYPE,PAYEE ID"
                   ",PAYEE NAME,STREET,CITY,STATE,ZIP CODE"
                   ",LETTER DATE,RESPOND BY"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                       UNTIL WS-Reg-Sub > WS-Reg-Count
                   MOVE WS-Reg-Image(WS-Reg-Sub)
                       TO CHECK-REGISTER-RECORD
                   IF CR-CHECK-TYPE NOT = "V"
                           AND CR-CLEARED-FLAG NOT = "Y"
                       PERFORM CHECK-ONE-OUTSTANDING
                   END-IF
               END-PERFORM
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               IF WS-LETTER-COUNT > 0
                   MOVE "DUE DILIGENCE LETTER" TO WS-SPOOL-REPORT
                   PERFORM REGISTER-REPORT
               END-IF
           END-IF.
           IF WS-Master-Open = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           DISPLAY "DORMANT CHECKS SELECTED : " WS-SELECTED-COUNT.
           DISPLAY "LETTERS PRINTED         : " WS-LETTER-COUNT.
           DISPLAY "NO ADDRESS ON FILE      : " WS-NO-ADDRESS-COUNT.
           IF WS-LETTER-COUNT > 0
               DISPLAY "LETTERS WRITTEN TO dueletters.prt - "
                   "RESPONSES DUE BY " WS-DEADLINE-DATE
           END-IF.

       CHECK-ONE-OUTSTANDING.
           MOVE CR-CHECK-NUMBER TO WS-CHECK-NUMBER-IN.
           PERFORM FIND-ITEM.
           MOVE "N" TO WS-Vod-Found.
           PERFORM VARYING WS-Vod-Sub FROM 1 BY 1
                   UNTIL WS-Vod-Sub > WS-Vod-Count
               IF WS-Vod-Check(WS-Vod-Sub) = CR-CHECK-NUMBER
                   MOVE "Y" TO WS-Vod-Found
                   MOVE WS-Vod-Count TO WS-Vod-Sub
               END-IF
           END-PERFORM.
           IF WS-Itm-Found = "N" AND WS-Vod-Found = "N"
               IF CR-PAYEE-TYPE = "V"
                   MOVE "V" TO WS-PAYEE-TYPE
               ELSE
                   MOVE "E" TO WS-PAYEE-TYPE
               END-IF
               PERFORM BUILD-OWNER-DETAILS
               MOVE UP-STATE TO WS-RULE-STATE-IN
               MOVE WS-PAYEE-TYPE TO WS-RULE-TYPE-IN
               PERFORM FIND-RULE
               IF WS-Rul-Found = "Y"
                   MOVE WS-Rul-Years(WS-Rul-Sub) TO WS-DORMANCY-YEARS
               ELSE
                   IF WS-PAYEE-TYPE = "V"
                       MOVE WS-VENDOR-YEARS TO WS-DORMANCY-YEARS
                   ELSE
                       MOVE WS-EMPLOYEE-YEARS TO WS-DORMANCY-YEARS
                   END-IF
               END-IF
               COMPUTE WS-DORMANT-DATE =
                   CR-CHECK-DATE + WS-DORMANCY-YEARS * 10000
               IF WS-DORMANT-DATE <= WS-TODAY
                   PERFORM ADD-DORMANT-ITEM
               END-IF
           END-IF.

       BUILD-OWNER-DETAILS.
           MOVE SPACES TO ESCHEAT-ITEM-RECORD.
           MOVE CR-CHECK-NUMBER TO UP-CHECK-NUMBER.
           MOVE WS-PAYEE-TYPE TO UP-PAYEE-TYPE.
           MOVE CR-PAYEE-ID TO UP-PAYEE-ID.
           MOVE CR-PAYEE-NAME TO UP-PAYEE-NAME.
           MOVE CR-NET-AMOUNT TO UP-AMOUNT.
           MOVE CR-CHECK-DATE TO UP-CHECK-DATE.
           IF WS-PAYEE-TYPE = "V"
               MOVE "N" TO WS-Vnd-Found
               PERFORM VARYING WS-Vnd-Sub FROM 1 BY 1
                       UNTIL WS-Vnd-Sub > WS-Vnd-Count
                   IF WS-Vnd-Id(WS-Vnd-Sub) = CR-PAYEE-ID(1:5)
                       MOVE "Y" TO WS-Vnd-Found
                       MOVE WS-Vnd-Name(WS-Vnd-Sub) TO UP-PAYEE-NAME
                       MOVE WS-Vnd-Address(WS-Vnd-Sub) TO UP-ADDRESS
                       MOVE WS-Vnd-Count TO WS-Vnd-Sub
                   END-IF
               END-PERFORM
           ELSE
               MOVE CR-PAYEE-ID TO UP-PAYEE-ID
               IF UP-PAYEE-ID = SPACES
                   MOVE CR-EMPLOYEE-ID TO UP-PAYEE-ID
               END-IF
               IF WS-Master-Open = "Y"
                   MOVE CR-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO UP-PAYEE-NAME
                           STRING EM-FIRST-NAME DELIMITED BY SPACE
                               " " EM-LAST-NAME DELIMITED BY SPACE
                               INTO UP-PAYEE-NAME
                           MOVE EM-HOME-ADDRESS TO UP-ADDRESS
                   END-READ
               END-IF
           END-IF.
           IF UP-STATE = SPACES
               MOVE ER-STATE TO UP-STATE
           END-IF.

       ADD-DORMANT-ITEM.
           IF WS-Itm-Count >= 1000
               DISPLAY "ESCHEAT ITEM TABLE FULL - CHECK "
                   CR-CHECK-NUMBER " NOT SELECTED"
           ELSE
               MOVE WS-TODAY TO UP-LETTER-DATE
               MOVE WS-DEADLINE-DATE TO UP-DEADLINE-DATE
               MOVE 0 TO UP-RESPONSE-DATE
               MOVE 0 TO UP-ESCHEAT-DATE
               MOVE "L" TO UP-STATUS
               ADD 1 TO WS-SELECTED-COUNT
               IF UP-STREET = SPACES
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   DISPLAY "CHECK " UP-CHECK-NUMBER " "
                       UP-PAYEE-NAME " HAS NO ADDRESS - NO LETTER"
               ELSE
                   PERFORM PRINT-DUE-DILIGENCE-LETTER
               END-IF
               ADD 1 TO WS-Itm-Count
               MOVE ESCHEAT-ITEM-RECORD TO WS-Itm-Image(WS-Itm-Count)
               MOVE "N" TO WS-Itm-Pick(WS-Itm-Count)
               MOVE 0 TO WS-Itm-Reg-Sub(WS-Itm-Count)
               MOVE "Y" TO WS-Items-Changed
           END-IF.

       PRINT-DUE-DILIGENCE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE ER-NAME TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ER-STREET TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING ER-CITY " " ER-STATE " " ER-ZIP-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "DATE: " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE UP-PAYEE-NAME TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE UP-STREET TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING UP-CITY " " UP-STATE " " UP-ZIP-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE UP-AMOUNT TO WS-AMOUNT-OUT.
           STRING "RE: UNCLAIMED PROPERTY - CHECK " UP-CHECK-NUMBER
               " DATED " UP-CHECK-DATE " FOR " WS-AMOUNT-OUT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OUR RECORDS SHOW THAT THE CHECK ABOVE HAS NOT BEEN "
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CASHED. UNDER THE UNCLAIMED PROPERTY LAWS OF YOUR "
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STATE WE MUST REPORT AND REMIT THESE FUNDS TO THE "
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STATE IF WE DO NOT HEAR FROM YOU."
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "TO CLAIM THIS PAYMENT, SIGN AND RETURN THIS "
               "LETTER BY " UP-DEADLINE-DATE "."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SIGNATURE: ____________________________   DATE: "
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE UP-CHECK-NUMBER  TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE UP-CHECK-DATE    TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE UP-AMOUNT        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE UP-PAYEE-TYPE    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-PAYEE-ID      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-PAYEE-NAME    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-STREET        TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-CITY          TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-STATE         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-ZIP-CODE      TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-TODAY         TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE UP-DEADLINE-DATE TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           PERFORM WRITE-CSV-ROW.

       RECORD-ONE-RESPONSE.
           DISPLAY "ENTER CHECK NUMBER: ".
           ACCEPT WS-CHECK-NUMBER-IN.
           PERFORM FIND-ITEM.
           IF WS-Itm-Found NOT = "Y"
               DISPLAY "CHECK " WS-CHECK-NUMBER-IN
                   " HAS NO DUE DILIGENCE LETTER ON FILE"
           ELSE
           IF UP-STATUS NOT = "L" AND UP-STATUS NOT = "U"
               DISPLAY "CHECK " UP-CHECK-NUMBER " IS NO LONGER OPEN "
                   "FOR RESPONSE (STATUS " UP-STATUS ")"
           ELSE
               DISPLAY UP-PAYEE-NAME " " UP-STATE " LETTER "
                   UP-LETTER-DATE " RESPOND BY " UP-DEADLINE-DATE
               DISPLAY "ENTER RESPONSE (C=OWNER CLAIMS PAYMENT, "
                   "U=LETTER RETURNED UNDELIVERABLE, "
                   "N=NO CHANGE): "
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN "C"
                       MOVE "C" TO UP-STATUS
                       MOVE WS-TODAY TO UP-RESPONSE-DATE
                       DISPLAY "CLAIM RECORDED - VOID AND REISSUE "
                           "CHECK " UP-CHECK-NUMBER " TO THE OWNER"
                   WHEN "U"
                       MOVE "U" TO UP-STATUS
                       MOVE WS-TODAY TO UP-RESPONSE-DATE
                       DISPLAY "UNDELIVERABLE LETTER RECORDED"
                   WHEN OTHER
                       DISPLAY "NO CHANGE RECORDED"
               END-EVALUATE
               MOVE ESCHEAT-ITEM-RECORD TO WS-Itm-Image(WS-Itm-Sub)
               MOVE "Y" TO WS-Items-Changed
           END-IF END-IF.

       LOAD-PERIODS.
           OPEN INPUT AcctPeriodFile.
           IF WS-Period-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Per-Count >= 120
                   READ AcctPeriodFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Per-Count
                           MOVE AC-PERIOD-MONTH
                               TO WS-Per-Month(WS-Per-Count)
                           MOVE AC-STATUS
                               TO WS-Per-Status(WS-Per-Count)
                   END-READ
               END-PERFORM
               CLOSE AcctPeriodFile
               MOVE "N" TO WS-Eof
           ELSE
               DISPLAY "ACCOUNTING PERIOD FILE NOT FOUND - "
                   "POSTING TO RUN MONTH WITHOUT CONTROL"
           END-IF.

       FIND-POSTING-PERIOD.
           IF WS-Period-Status NOT = "00"
               MOVE WS-RUN-MONTH TO WS-POSTING-PERIOD
           ELSE
               MOVE 0 TO WS-POSTING-PERIOD
               PERFORM VARYING WS-Per-Sub FROM 1 BY 1
                       UNTIL WS-Per-Sub > WS-Per-Count
                   IF WS-Per-Status(WS-Per-Sub) = "O"
                           AND WS-Per-Month(WS-Per-Sub)
                               >= WS-RUN-MONTH
                       IF WS-POSTING-PERIOD = 0
                               OR WS-Per-Month(WS-Per-Sub)
                                   < WS-POSTING-PERIOD
                           MOVE WS-Per-Month(WS-Per-Sub)
                               TO WS-POSTING-PERIOD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ESCHEAT-UNCLAIMED-ITEMS.
           IF WS-POSTING-PERIOD = 0
               DISPLAY "NO OPEN ACCOUNTING PERIOD FOR "
                   WS-RUN-MONTH " OR LATER - RUN REFUSED"
           ELSE
               PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                       UNTIL WS-Itm-Sub > WS-Itm-Count
                   MOVE WS-Itm-Image(WS-Itm-Sub)
                       TO ESCHEAT-ITEM-RECORD
                   IF (UP-STATUS = "L" OR UP-STATUS = "U")
                           AND UP-DEADLINE-DATE < WS-TODAY
                       PERFORM CHECK-ITEM-STILL-OUTSTANDING
                   END-IF
               END-PERFORM
               IF WS-CLEARED-COUNT > 0
                   DISPLAY "ITEMS CASHED SINCE THE LETTER: "
                       WS-CLEARED-COUNT
               END-IF
               IF WS-ESCHEAT-COUNT = 0
                   DISPLAY "NO UNCLAIMED ITEMS PAST THEIR RESPONSE "
                       "DATE - NOTHING ESCHEATED"
               ELSE
                   MOVE WS-ESCHEAT-TOTAL TO WS-AMOUNT-OUT
                   DISPLAY "UNCLAIMED ITEMS TO ESCHEAT: "
                       WS-ESCHEAT-COUNT "  TOTAL " WS-AMOUNT-OUT
                   DISPLAY "VOID, REPORT AND POST THESE ITEMS TO "
                       "PERIOD " WS-POSTING-PERIOD " (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM APPLY-ESCHEATMENT
                   ELSE
                       DISPLAY "ESCHEATMENT CANCELLED."
                   END-IF
               END-IF
           END-IF.

       CHECK-ITEM-STILL-OUTSTANDING.
           MOVE "N" TO WS-Reg-Found.
           PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                   UNTIL WS-Reg-Sub > WS-Reg-Count
                   OR WS-Reg-Found = "Y"
               MOVE WS-Reg-Image(WS-Reg-Sub) TO CHECK-REGISTER-RECORD
               IF CR-CHECK-NUMBER = UP-CHECK-NUMBER
                       AND CR-CHECK-TYPE NOT = "V"
                   MOVE "Y" TO WS-Reg-Found
               END-IF
           END-PERFORM.
           IF WS-Reg-Found = "Y"
               SUBTRACT 1 FROM WS-Reg-Sub
           END-IF.
           IF WS-Reg-Found = "N" OR CR-CLEARED-FLAG = "Y"
               MOVE "P" TO UP-STATUS
               MOVE WS-TODAY TO UP-RESPONSE-DATE
               MOVE ESCHEAT-ITEM-RECORD TO WS-Itm-Image(WS-Itm-Sub)
               MOVE "Y" TO WS-Items-Changed
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               PERFORM FIND-ESCHEAT-COMPANY
               IF WS-Esc-Found = "N"
                   DISPLAY "MORE THAN 50 COMPANIES TO ESCHEAT - CHECK "
                       UP-CHECK-NUMBER " LEFT FOR A LATER RUN"
               ELSE
                   MOVE "Y" TO WS-Itm-Pick(WS-Itm-Sub)
                   MOVE WS-Reg-Sub TO WS-Itm-Reg-Sub(WS-Itm-Sub)
                   ADD 1 TO WS-ESCHEAT-COUNT
                   ADD UP-AMOUNT TO WS-ESCHEAT-TOTAL
                   ADD UP-AMOUNT TO WS-Esc-Amount(WS-Esc-Sub)
               END-IF
           END-IF.

       FIND-ESCHEAT-COMPANY.
           MOVE CR-COMPANY-CODE TO WS-ESCHEAT-COMPANY.
           IF WS-ESCHEAT-COMPANY = SPACES
               MOVE "01" TO WS-ESCHEAT-COMPANY
           END-IF.
           MOVE "N" TO WS-Esc-Found.
           PERFORM VARYING WS-Esc-Sub FROM 1 BY 1
                   UNTIL WS-Esc-Sub > WS-Esc-Count
                   OR WS-Esc-Found = "Y"
               IF WS-Esc-Company(WS-Esc-Sub) = WS-ESCHEAT-COMPANY
                   MOVE "Y" TO WS-Esc-Found
               END-IF
           END-PERFORM.
           IF WS-Esc-Found = "Y"
               SUBTRACT 1 FROM WS-Esc-Sub
           ELSE
               IF WS-Esc-Count < 50
                   ADD 1 TO WS-Esc-Count
                   MOVE WS-Esc-Count TO WS-Esc-Sub
                   MOVE WS-ESCHEAT-COMPANY TO WS-Esc-Company(WS-Esc-Sub)
                   MOVE ZERO TO WS-Esc-Amount(WS-Esc-Sub)
                   MOVE "Y" TO WS-Esc-Found
               END-IF
           END-IF.

       APPLY-ESCHEATMENT.
           MOVE "escheat.prt" TO WS-REPORT-NAME.
           OPEN OUTPUT ReportFile.
           IF WS-Report-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN escheat.prt: STATUS "
                   WS-Report-Status
           ELSE
               MOVE "escheat.csv" TO WS-SPOOL-CSV
               PERFORM OPEN-CSV-EXPORT
               STRING "GL PERIOD,CHECK,PAYEE TYPE,PAYEE ID,PAYEE NAME"
                   ",STATE,CHECK DATE,AMOUNT,ESCHEAT DATE"
                   ",HOLDER FILE"
                   DELIMITED BY SIZE INTO EX-ROW
               PERFORM WRITE-CSV-ROW
               STRING "UNCLAIMED PROPERTY ESCHEATED " WS-TODAY
                   "   GL PERIOD " WS-POSTING-PERIOD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ESCHEAT-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                       UNTIL WS-Itm-Sub > WS-Itm-Count
                   IF WS-Itm-Pick(WS-Itm-Sub) = "Y"
                       PERFORM ESCHEAT-ONE-ITEM
                   END-IF
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ESCHEAT-TOTAL TO WS-AMOUNT-OUT
               STRING "ITEMS ESCHEATED: " WS-ESCHEAT-COUNT
                   "   TOTAL: " WS-AMOUNT-OUT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE ReportFile
               PERFORM CLOSE-CSV-EXPORT
               MOVE "ESCHEATMENT REGISTER" TO WS-SPOOL-REPORT
               PERFORM REGISTER-REPORT
               PERFORM REWRITE-CHECK-REGISTER
               PERFORM WRITE-ESCHEAT-JOURNAL
               MOVE "Y" TO WS-Items-Changed
               DISPLAY "REGISTER WRITTEN TO escheat.prt"
           END-IF.

       ESCHEAT-ONE-ITEM.
           MOVE WS-Itm-Image(WS-Itm-Sub) TO ESCHEAT-ITEM-RECORD.
           MOVE WS-Itm-Reg-Sub(WS-Itm-Sub) TO WS-Reg-Sub.
           MOVE WS-Reg-Image(WS-Reg-Sub) TO CHECK-REGISTER-RECORD.
           MOVE "V" TO CR-CHECK-TYPE.
           MOVE WS-TODAY TO CR-CLEARED-DATE.
           MOVE CHECK-REGISTER-RECORD TO WS-Reg-Image(WS-Reg-Sub).
           MOVE "E" TO UP-STATUS.
           MOVE WS-TODAY TO UP-ESCHEAT-DATE.
           MOVE ESCHEAT-ITEM-RECORD TO WS-Itm-Image(WS-Itm-Sub).
           PERFORM WRITE-HOLDER-RECORD.
           MOVE SPACES TO WS-ESCHEAT-LINE.
           MOVE UP-CHECK-NUMBER TO WS-EL-CHECK.
           MOVE UP-PAYEE-TYPE TO WS-EL-TYPE.
           MOVE UP-PAYEE-NAME TO WS-EL-PAYEE.
           MOVE UP-STATE TO WS-EL-STATE.
           MOVE UP-CHECK-DATE TO WS-EL-DATE.
           MOVE UP-AMOUNT TO WS-EL-AMOUNT.
           STRING "VOIDED - " WS-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-EL-ACTION.
           MOVE WS-ESCHEAT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POSTING-PERIOD TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE UP-CHECK-NUMBER   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE UP-PAYEE-TYPE     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-PAYEE-ID       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-PAYEE-NAME     TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-STATE          TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE UP-CHECK-DATE     TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE UP-AMOUNT         TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE UP-ESCHEAT-DATE   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-HOLDER-NAME    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

       WRITE-HOLDER-RECORD.
           MOVE SPACES TO WS-HOLDER-NAME.
           IF UP-STATE = SPACES
               MOVE "holderXX.dat" TO WS-HOLDER-NAME
           ELSE
               STRING "holder" UP-STATE ".dat"
                   DELIMITED BY SIZE INTO WS-HOLDER-NAME
           END-IF.
           OPEN EXTEND HolderFile.
           IF WS-Holder-Status = "05" OR WS-Holder-Status = "35"
               OPEN OUTPUT HolderFile
           END-IF.
           IF WS-Holder-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-HOLDER-NAME ": STATUS "
                   WS-Holder-Status
           ELSE
               MOVE ER-EIN TO HR-HOLDER-EIN
               MOVE ER-NAME TO HR-HOLDER-NAME
               MOVE WS-TODAY TO HR-REPORT-DATE
               IF UP-PAYEE-TYPE = "V"
                   MOVE "CK13" TO HR-PROPERTY-TYPE
               ELSE
                   MOVE "PR01" TO HR-PROPERTY-TYPE
               END-IF
               MOVE UP-PAYEE-ID TO HR-OWNER-ID
               MOVE UP-PAYEE-NAME TO HR-OWNER-NAME
               MOVE UP-STREET TO HR-OWNER-STREET
               MOVE UP-CITY TO HR-OWNER-CITY
               MOVE UP-STATE TO HR-OWNER-STATE
               MOVE UP-ZIP-CODE TO HR-OWNER-ZIP
               MOVE UP-CHECK-NUMBER TO HR-CHECK-NUMBER
               MOVE UP-CHECK-DATE TO HR-LAST-ACTIVITY
               MOVE UP-AMOUNT TO HR-AMOUNT
               WRITE HOLDER-REPORT-RECORD
               ADD 1 TO WS-Written-Count
               CLOSE HolderFile
           END-IF.

       REWRITE-CHECK-REGISTER.
           OPEN OUTPUT CheckRegisterFile.
           IF WS-Register-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE CHECK REGISTER: STATUS "
                   WS-Register-Status
           ELSE
               PERFORM VARYING WS-Reg-Sub FROM 1 BY 1
                       UNTIL WS-Reg-Sub > WS-Reg-Count
                   MOVE WS-Reg-Image(WS-Reg-Sub)
                       TO CHECK-REGISTER-RECORD
                   WRITE CHECK-REGISTER-RECORD
               END-PERFORM
               CLOSE CheckRegisterFile
               DISPLAY "ESCHEATED CHECKS VOIDED ON THE CHECK REGISTER."
           END-IF.

       WRITE-ESCHEAT-JOURNAL.
           OPEN EXTEND GlJournalFile.
           IF WS-Journal-Status = "05" OR WS-Journal-Status = "35"
               OPEN OUTPUT GlJournalFile
           END-IF.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN GL JOURNAL: STATUS "
                   WS-Journal-Status
           ELSE
               PERFORM VARYING WS-Esc-Sub FROM 1 BY 1
                       UNTIL WS-Esc-Sub > WS-Esc-Count
                   IF WS-Esc-Amount(WS-Esc-Sub) > ZERO
                       PERFORM WRITE-COMPANY-ESCHEAT-BATCH
                   END-IF
               END-PERFORM
               CLOSE GlJournalFile
               DISPLAY "ESCHEAT LIABILITY JOURNALED TO GL PERIOD "
                   WS-POSTING-PERIOD
           END-IF.

       WRITE-COMPANY-ESCHEAT-BATCH.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-RECORD-TYPE.
           MOVE WS-TODAY TO GJ-RUN-DATE.
           MOVE WS-Esc-Company(WS-Esc-Sub) TO GJ-COMPANY-CODE.
           WRITE GL-JOURNAL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GJ-RECORD-TYPE.
           MOVE WS-CASH-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-Esc-Amount(WS-Esc-Sub) TO GJ-DEBIT.
           MOVE ZERO TO GJ-CREDIT.
           MOVE "ESCHEATED CHECKS" TO GJ-DESCRIPTION.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           MOVE WS-ESCHEAT-ACCOUNT TO GJ-ACCOUNT.
           MOVE ZERO TO GJ-DEBIT.
           MOVE WS-Esc-Amount(WS-Esc-Sub) TO GJ-CREDIT.
           MOVE "ESCHEAT LIABILITY" TO GJ-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE WS-Esc-Amount(WS-Esc-Sub) TO GJ-TOTAL-DEBITS.
           MOVE WS-Esc-Amount(WS-Esc-Sub) TO GJ-TOTAL-CREDITS.
           MOVE 2 TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.
           ADD 2 TO WS-Written-Count.
           MOVE WS-Esc-Amount(WS-Esc-Sub) TO WS-AMOUNT-OUT.
           DISPLAY "  COMPANY " WS-Esc-Company(WS-Esc-Sub)
               "  ESCHEATED " WS-AMOUNT-OUT.

       LIST-ITEMS.
           DISPLAY "CHECK  T PAYEE                ST AMOUNT     "
               "LETTER   RESPOND  S".
           PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                   UNTIL WS-Itm-Sub > WS-Itm-Count
               MOVE WS-Itm-Image(WS-Itm-Sub) TO ESCHEAT-ITEM-RECORD
               MOVE UP-AMOUNT TO WS-EL-AMOUNT
               DISPLAY UP-CHECK-NUMBER " " UP-PAYEE-TYPE " "
                   UP-PAYEE-NAME " " UP-STATE " " WS-EL-AMOUNT " "
                   UP-LETTER-DATE " " UP-DEADLINE-DATE " " UP-STATUS
           END-PERFORM.
           DISPLAY "STATUS: L=LETTER SENT, U=UNDELIVERABLE, "
               "C=CLAIMED, P=CASHED, E=ESCHEATED".
           DISPLAY "ITEMS ON FILE: " WS-Itm-Count.

       REWRITE-ITEMS.
           OPEN OUTPUT ItemFile.
           IF WS-Item-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE ESCHEAT ITEM FILE: STATUS "
                   WS-Item-Status
           ELSE
               PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                       UNTIL WS-Itm-Sub > WS-Itm-Count
                   MOVE WS-Itm-Image(WS-Itm-Sub)
                       TO ESCHEAT-ITEM-RECORD
                   WRITE ESCHEAT-ITEM-RECORD
               END-PERFORM
               CLOSE ItemFile
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.
           MOVE SPACES TO WS-PRINT-LINE.

       REGISTER-REPORT.
           MOVE WS-REPORT-NAME TO WS-SPOOL-FILE.
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
