       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2-FORMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayrollHistoryFile ASSIGN TO "payrollhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EmployerFile ASSIGN TO "employer.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-STATUS.
           SELECT W2IssuedFile ASSIGN TO "w2issued.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ISSUED-STATUS.
           SELECT W2PrintFile ASSIGN TO "w2forms.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT CsvFile ASSIGN TO WS-SPOOL-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT W2cPrintFile ASSIGN TO "w2cforms.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT Efw2File ASSIGN TO "efw2.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EFW2-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD EmployerFile.
       01 EMPLOYER-CONTROL-LINE   PIC X(202).

       FD W2IssuedFile.
       COPY "W2Issued.cpy".

       FD W2PrintFile.
       01 W2-PRINT-LINE           PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       FD W2cPrintFile.
       01 W2C-PRINT-LINE          PIC X(80).

       FD Efw2File.
       01 EFW2-RA-RECORD.
           02 RA-RECORD-ID        PIC XX.
           02 RA-SUBMITTER-EIN    PIC 9(9).
           02 RA-USER-ID          PIC X(8).
           02 RA-VENDOR-CODE      PIC X(4).
           02 FILLER              PIC X(5).
           02 RA-RESUB-INDICATOR  PIC X.
           02 RA-RESUB-WFID       PIC X(6).
           02 RA-SOFTWARE-CODE    PIC XX.
           02 RA-COMPANY-NAME     PIC X(57).
           02 RA-COMPANY-LOCATION PIC X(22).
           02 RA-COMPANY-DELIVERY PIC X(22).
           02 RA-COMPANY-CITY     PIC X(22).
           02 RA-COMPANY-STATE    PIC XX.
           02 RA-COMPANY-ZIP      PIC X(5).
           02 RA-COMPANY-ZIP-EXT  PIC X(4).
           02 FILLER              PIC X(5).
           02 RA-COMPANY-FOREIGN  PIC X(40).
           02 RA-SUBMITTER-NAME   PIC X(57).
           02 RA-SUBMITTER-LOCATION PIC X(22).
           02 RA-SUBMITTER-DELIVERY PIC X(22).
           02 RA-SUBMITTER-CITY   PIC X(22).
           02 RA-SUBMITTER-STATE  PIC XX.
           02 RA-SUBMITTER-ZIP    PIC X(5).
           02 RA-SUBMITTER-ZIP-EXT PIC X(4).
           02 FILLER              PIC X(5).
           02 RA-SUBMITTER-FOREIGN PIC X(40).
           02 RA-CONTACT-NAME     PIC X(27).
           02 RA-CONTACT-PHONE    PIC X(15).
           02 RA-CONTACT-PHONE-EXT PIC X(5).
           02 FILLER              PIC X(3).
           02 RA-CONTACT-EMAIL    PIC X(40).
           02 FILLER              PIC X(3).
           02 RA-CONTACT-FAX      PIC X(10).
           02 FILLER              PIC X.
           02 RA-PREPARER-CODE    PIC X.
           02 FILLER              PIC X(12).
       01 EFW2-RE-RECORD.
           02 RE-RECORD-ID        PIC XX.
           02 RE-TAX-YEAR         PIC 9(4).
           02 RE-AGENT-INDICATOR  PIC X.
           02 RE-EMPLOYER-EIN     PIC 9(9).
           02 RE-AGENT-EIN        PIC X(9).
           02 RE-TERMINATING      PIC X.
           02 RE-ESTABLISHMENT    PIC X(4).
           02 RE-OTHER-EIN        PIC X(9).
           02 RE-EMPLOYER-NAME    PIC X(57).
           02 RE-LOCATION         PIC X(22).
           02 RE-DELIVERY         PIC X(22).
           02 RE-CITY             PIC X(22).
           02 RE-STATE            PIC XX.
           02 RE-ZIP              PIC X(5).
           02 RE-ZIP-EXT          PIC X(4).
           02 RE-KIND-OF-EMPLOYER PIC X.
           02 FILLER              PIC X(4).
           02 RE-FOREIGN          PIC X(40).
           02 RE-EMPLOYMENT-CODE  PIC X.
           02 RE-TAX-JURISDICTION PIC X.
           02 RE-THIRD-PARTY-SICK PIC X.
           02 RE-CONTACT-NAME     PIC X(27).
           02 RE-CONTACT-PHONE    PIC X(15).
           02 RE-CONTACT-PHONE-EXT PIC X(5).
           02 RE-CONTACT-FAX      PIC X(10).
           02 RE-CONTACT-EMAIL    PIC X(40).
           02 FILLER              PIC X(194).
       01 EFW2-RW-RECORD.
           02 RW-RECORD-ID        PIC XX.
           02 RW-SSN              PIC 9(9).
           02 RW-FIRST-NAME       PIC X(15).
           02 RW-MIDDLE-NAME      PIC X(15).
           02 RW-LAST-NAME        PIC X(20).
           02 RW-SUFFIX           PIC X(4).
           02 RW-LOCATION         PIC X(22).
           02 RW-DELIVERY         PIC X(22).
           02 RW-CITY             PIC X(22).
           02 RW-STATE            PIC XX.
           02 RW-ZIP              PIC X(5).
           02 RW-ZIP-EXT          PIC X(4).
           02 FILLER              PIC X(5).
           02 RW-FOREIGN          PIC X(40).
           02 RW-WAGES            PIC 9(9)V99.
           02 RW-FEDERAL-TAX      PIC 9(9)V99.
           02 RW-SS-WAGES         PIC 9(9)V99.
           02 RW-SS-TAX           PIC 9(9)V99.
           02 RW-MEDICARE-WAGES   PIC 9(9)V99.
           02 RW-MEDICARE-TAX     PIC 9(9)V99.
           02 RW-SS-TIPS          PIC 9(9)V99.
           02 FILLER              PIC X(11).
           02 RW-DEPENDENT-CARE   PIC 9(9)V99.
           02 RW-DEFERRED-401K    PIC 9(9)V99.
           02 RW-OTHER-DEFERRED   PIC X(33).
           02 FILLER              PIC X(11).
           02 RW-NONQUAL-AMOUNTS  PIC X(44).
           02 FILLER              PIC X(11).
           02 RW-OTHER-CODED      PIC X(77).
           02 FILLER              PIC X(13).
           02 RW-STATUTORY        PIC X.
           02 FILLER              PIC X.
           02 RW-RETIREMENT-PLAN  PIC X.
           02 RW-THIRD-PARTY-SICK PIC X.
           02 FILLER              PIC X(22).
       01 EFW2-RT-RECORD.
           02 RT-RECORD-ID        PIC XX.
           02 RT-RW-COUNT         PIC 9(7).
           02 RT-WAGES            PIC 9(13)V99.
           02 RT-FEDERAL-TAX      PIC 9(13)V99.
           02 RT-SS-WAGES         PIC 9(13)V99.
           02 RT-SS-TAX           PIC 9(13)V99.
           02 RT-MEDICARE-WAGES   PIC 9(13)V99.
           02 RT-MEDICARE-TAX     PIC 9(13)V99.
           02 RT-SS-TIPS          PIC 9(13)V99.
           02 FILLER              PIC X(15).
           02 RT-DEPENDENT-CARE   PIC 9(13)V99.
           02 RT-DEFERRED-401K    PIC 9(13)V99.
           02 RT-OTHER-DEFERRED   PIC X(45).
           02 FILLER              PIC X(15).
           02 RT-NONQUAL-AMOUNTS  PIC X(60).
           02 FILLER              PIC X(15).
           02 RT-OTHER-CODED      PIC X(135).
           02 FILLER              PIC X(83).
       01 EFW2-RF-RECORD.
           02 RF-RECORD-ID        PIC XX.
           02 FILLER              PIC X(5).
           02 RF-RW-COUNT         PIC 9(9).
           02 FILLER              PIC X(496).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-MASTER-STATUS    PIC XX.
       01 WS-MASTER-OPEN      PIC X VALUE "N".
       01 WS-EMPLOYER-STATUS  PIC XX.
       01 WS-ISSUED-STATUS    PIC XX.
       01 WS-PRINT-STATUS     PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EFW2-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-ANSWER           PIC X.
       01 WS-PROCEED          PIC X.
       01 WS-EMPLOYER-FOUND   PIC X VALUE "N".
       01 WS-MODE             PIC X.
           88 MODE-PRINT      VALUE "P".
           88 MODE-CORRECT    VALUE "C".

       COPY "EmployerControl.cpy".

       01 WS-TAX-YEAR         PIC 9(4).
       01 WS-PAY-YEAR         PIC 9(4).
       01 WS-PAY-MONTH        PIC 99.
       01 WS-QUARTER          PIC 9.
       01 WS-SELECT-EMPLOYEE  PIC 9(5) VALUE 0.
       01 WS-ISSUE-DATE       PIC 9(8).
       01 WS-ISSUE-TYPE       PIC X.
       01 WS-PRIOR-ISSUE-DATE PIC 9(8) VALUE 0.
       01 WS-SOCSEC-WAGE-BASE PIC 9(9)V99 VALUE 184500.00.

       01 WS-W2-TABLE.
           02 WS-W2-COUNT PIC 9(3) VALUE 0.
           02 WS-W2-ENTRY OCCURS 999 TIMES.
             03 W2-EMPLOYEE-ID    PIC 9(5).
             03 W2-GROSS          PIC 9(9)V99.
             03 W2-WAGES          PIC 9(9)V99.
             03 W2-FEDERAL-TAX    PIC 9(9)V99.
             03 W2-FICA-WAGES     PIC 9(9)V99.
             03 W2-SS-TAX         PIC 9(9)V99.
             03 W2-MEDICARE-TAX   PIC 9(9)V99.
             03 W2-DEFERRALS      PIC 9(9)V99.
             03 W2-MATCH          PIC 9(9)V99.
             03 W2-STATE-WAGES    PIC 9(9)V99.
             03 W2-STATE-TAX      PIC 9(9)V99.
             03 W2-LOCAL-WAGES    PIC 9(9)V99.
             03 W2-LOCAL-TAX      PIC 9(9)V99.
       01 WS-SUB              PIC 9(3).
       01 WS-QSUB             PIC 9.
       01 WS-ENTRY-FOUND      PIC X.
       01 WS-ENTRY-SUB        PIC 9(3).
       01 WS-DROPPED-COUNT    PIC 9(5) VALUE 0.

       01 WS-FORM-EMPLOYEE.
           02 WS-FORM-EMPLOYEE-ID PIC 9(5).
           02 WS-FORM-SSN         PIC 9(9).
           02 WS-FORM-FIRST-NAME  PIC X(10).
           02 WS-FORM-LAST-NAME   PIC X(10).
           02 WS-FORM-STREET      PIC X(22).
           02 WS-FORM-CITY        PIC X(22).
           02 WS-FORM-STATE       PIC XX.
           02 WS-FORM-ZIP         PIC X(5).
           02 WS-FORM-WORK-STATE  PIC XX.
       01 WS-FORM-AMOUNTS.
           02 WS-BOX-WAGES        PIC 9(9)V99.
           02 WS-BOX-FEDERAL      PIC 9(9)V99.
           02 WS-BOX-SS-WAGES     PIC 9(9)V99.
           02 WS-BOX-SS-TAX       PIC 9(9)V99.
           02 WS-BOX-MED-WAGES    PIC 9(9)V99.
           02 WS-BOX-MED-TAX      PIC 9(9)V99.
           02 WS-BOX-DEFERRALS    PIC 9(9)V99.
           02 WS-BOX-STATE-WAGES  PIC 9(9)V99.
           02 WS-BOX-STATE-TAX    PIC 9(9)V99.
           02 WS-BOX-LOCAL-WAGES  PIC 9(9)V99.
           02 WS-BOX-LOCAL-TAX    PIC 9(9)V99.
       01 WS-BOX-RETIRE-PLAN  PIC X.
       01 WS-FORM-TITLE       PIC X(60).

       COPY "W2Issued.cpy"
           REPLACING ==W2-ISSUED-RECORD== BY ==WS-PRIOR-ISSUE==
               LEADING ==WI-== BY ==WP-==.
       01 WS-PRIOR-FOUND      PIC X.
       01 WS-FORM-CHANGED     PIC X.
       01 WS-BOX-LABEL        PIC X(30).
       01 WS-PRIOR-AMOUNT     PIC 9(9)V99.
       01 WS-CORRECT-AMOUNT   PIC 9(9)V99.

       01 WS-CONTROL-TOTALS.
           02 WS-CT-QUARTER OCCURS 4 TIMES.
             03 WS-CT-GROSS       PIC 9(9)V99.
             03 WS-CT-FEDERAL     PIC 9(9)V99.
             03 WS-CT-STATE       PIC 9(9)V99.
             03 WS-CT-LOCAL       PIC 9(9)V99.
             03 WS-CT-SOCSEC      PIC 9(9)V99.
             03 WS-CT-MEDICARE    PIC 9(9)V99.
             03 WS-CT-RECORDS     PIC 9(6).
       01 WS-YR-GROSS         PIC 9(9)V99 VALUE 0.
       01 WS-YR-FEDERAL       PIC 9(9)V99 VALUE 0.
       01 WS-YR-STATE         PIC 9(9)V99 VALUE 0.
       01 WS-YR-LOCAL         PIC 9(9)V99 VALUE 0.
       01 WS-YR-SOCSEC        PIC 9(9)V99 VALUE 0.
       01 WS-YR-MEDICARE      PIC 9(9)V99 VALUE 0.
       01 WS-YR-RECORDS       PIC 9(6) VALUE 0.

       01 WS-W2-TOTALS.
           02 WS-TOT-WAGES        PIC 9(9)V99 VALUE 0.
           02 WS-TOT-FEDERAL      PIC 9(9)V99 VALUE 0.
           02 WS-TOT-SS-WAGES     PIC 9(9)V99 VALUE 0.
           02 WS-TOT-SS-TAX       PIC 9(9)V99 VALUE 0.
           02 WS-TOT-MED-WAGES    PIC 9(9)V99 VALUE 0.
           02 WS-TOT-MED-TAX      PIC 9(9)V99 VALUE 0.
           02 WS-TOT-DEFERRALS    PIC 9(9)V99 VALUE 0.
           02 WS-TOT-STATE-WAGES  PIC 9(9)V99 VALUE 0.
           02 WS-TOT-STATE-TAX    PIC 9(9)V99 VALUE 0.
           02 WS-TOT-LOCAL-WAGES  PIC 9(9)V99 VALUE 0.
           02 WS-TOT-LOCAL-TAX    PIC 9(9)V99 VALUE 0.
       01 WS-PRETAX-DIFFERENCE PIC 9(9)V99.
       01 WS-FORM-COUNT       PIC 9(6) VALUE 0.
       01 WS-CORRECTION-COUNT PIC 9(6) VALUE 0.
       01 WS-REISSUE-COUNT    PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.
       01 WS-RW-COUNT         PIC 9(7) VALUE 0.
       01 WS-OUT-OF-BALANCE   PIC X VALUE "N".

       01 WS-FORM-LINE        PIC X(80).
       01 WS-SSN-EDIT         PIC X(11).
       01 WS-EIN-EDIT         PIC X(10).
       01 WS-EDIT-1           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-2           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-3           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-4           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-FLAG     PIC X(16).
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20).
       01 WS-SPOOL-FILE       PIC X(20).
       01 WS-SPOOL-CSV        PIC X(20).
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 3.
       COPY "CsvExport.cpy".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "W2-FORMS".
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
           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD.

           DISPLAY "ENTER TAX YEAR (YYYY): ".
           ACCEPT WS-TAX-YEAR.

           PERFORM READ-EMPLOYER-CONTROL.

           DISPLAY "SELECT MODE (P=PRINT W-2S AND EFW2 FILE, "
               "C=W-2C CORRECTION/REISSUE): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-PRINT
                   PERFORM W2-PRINT-RUN
               WHEN MODE-CORRECT
                   PERFORM W2-CORRECTION-RUN
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
               DISPLAY "EMPLOYER: " ER-NAME " EIN " WS-EIN-EDIT
               DISPLAY "UPDATE EMPLOYER DETAILS (Y/N): "
               ACCEPT WS-ANSWER
           ELSE
               DISPLAY "EMPLOYER CONTROL FILE NOT FOUND - "
                   "ENTER EMPLOYER DETAILS"
               MOVE "Y" TO WS-ANSWER
           END-IF.
           IF WS-ANSWER = "Y"
               PERFORM ENTER-EMPLOYER-DETAILS
               PERFORM SAVE-EMPLOYER-CONTROL
           END-IF.

       ENTER-EMPLOYER-DETAILS.
           DISPLAY "ENTER EMPLOYER EIN (9 DIGITS): ".
           ACCEPT ER-EIN.
           DISPLAY "ENTER EMPLOYER NAME: ".
           ACCEPT ER-NAME.
           DISPLAY "ENTER EMPLOYER STREET ADDRESS: ".
           ACCEPT ER-STREET.
           DISPLAY "ENTER EMPLOYER CITY: ".
           ACCEPT ER-CITY.
           DISPLAY "ENTER EMPLOYER STATE (2 CHARACTERS): ".
           ACCEPT ER-STATE.
           DISPLAY "ENTER EMPLOYER ZIP CODE: ".
           ACCEPT ER-ZIP-CODE.
           DISPLAY "ENTER EMPLOYER STATE ID NUMBER: ".
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

       W2-PRINT-RUN.
           PERFORM CHECK-PRIOR-ISSUE.
           IF WS-PROCEED = "Y"
               MOVE 0 TO WS-SELECT-EMPLOYEE
               PERFORM LOAD-YEAR-HISTORY
               IF WS-W2-COUNT = 0
                   DISPLAY "NO PAYROLL HISTORY FOR " WS-TAX-YEAR
                       " - NO W-2S PRODUCED"
               ELSE
                   PERFORM PRODUCE-W2-FORMS
               END-IF
           END-IF.

       CHECK-PRIOR-ISSUE.
           MOVE "Y" TO WS-PROCEED.
           MOVE "N" TO WS-EOF.
           OPEN INPUT W2IssuedFile.
           IF WS-ISSUED-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ W2IssuedFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WI-TAX-YEAR = WS-TAX-YEAR
                                   AND WI-FORM-TYPE = "O"
                               MOVE WI-ISSUE-DATE
                                   TO WS-PRIOR-ISSUE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE W2IssuedFile
           END-IF.
           IF WS-PRIOR-ISSUE-DATE > 0
               DISPLAY "W-2S FOR " WS-TAX-YEAR
                   " WERE ALREADY ISSUED ON " WS-PRIOR-ISSUE-DATE
               DISPLAY "RERUN AND REPLACE THE EFW2 FILE (Y/N): "
               ACCEPT WS-PROCEED
               IF WS-PROCEED NOT = "Y"
                   DISPLAY "RUN ABANDONED - USE MODE C FOR "
                       "CORRECTIONS AND REISSUES"
               END-IF
           END-IF.

       PRODUCE-W2-FORMS.
           PERFORM OPEN-EMPLOYEE-MASTER.
           OPEN OUTPUT W2PrintFile.
           MOVE "w2forms.csv" TO WS-SPOOL-CSV.
           PERFORM OPEN-CSV-EXPORT.
           PERFORM WRITE-W2-CSV-HEADER.
           OPEN OUTPUT Efw2File.
           IF WS-EFW2-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EFW2 FILE: STATUS "
                   WS-EFW2-STATUS
           END-IF.
           PERFORM OPEN-ISSUED-FILE.

           PERFORM WRITE-RA-RECORD.
           PERFORM WRITE-RE-RECORD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-W2-COUNT
               PERFORM ISSUE-ONE-W2
           END-PERFORM.
           PERFORM WRITE-RT-RECORD.
           PERFORM WRITE-RF-RECORD.

           PERFORM PRINT-CONTROL-PAGE.

           CLOSE W2IssuedFile.
           CLOSE Efw2File.
           CLOSE W2PrintFile.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-MASTER-OPEN = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-MASTER-OPEN
           END-IF.

           MOVE "W-2 FORMS" TO WS-SPOOL-REPORT.
           MOVE "w2forms.prt" TO WS-SPOOL-FILE.
           COMPUTE WS-SPOOL-PAGES = WS-FORM-COUNT + 1.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.
           DISPLAY "W-2 FORMS REGISTERED ON THE PRINT SPOOL CATALOG.".
           DISPLAY "EFW2 SUBMISSION FILE WRITTEN TO efw2.dat".

       ISSUE-ONE-W2.
           PERFORM LOAD-FORM-AMOUNTS.
           PERFORM LOOKUP-EMPLOYEE.
           MOVE "FORM W-2 WAGE AND TAX STATEMENT" TO WS-FORM-TITLE.
           PERFORM PRINT-W2-FORM.
           PERFORM WRITE-RW-RECORD.
           MOVE "O" TO WS-ISSUE-TYPE.
           PERFORM EXPORT-W2-FORM.
           PERFORM WRITE-ISSUED-RECORD.
           ADD 1 TO WS-FORM-COUNT.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD WS-BOX-WAGES       TO WS-TOT-WAGES.
           ADD WS-BOX-FEDERAL     TO WS-TOT-FEDERAL.
           ADD WS-BOX-SS-WAGES    TO WS-TOT-SS-WAGES.
           ADD WS-BOX-SS-TAX      TO WS-TOT-SS-TAX.
           ADD WS-BOX-MED-WAGES   TO WS-TOT-MED-WAGES.
           ADD WS-BOX-MED-TAX     TO WS-TOT-MED-TAX.
           ADD WS-BOX-DEFERRALS   TO WS-TOT-DEFERRALS.
           ADD WS-BOX-STATE-WAGES TO WS-TOT-STATE-WAGES.
           ADD WS-BOX-STATE-TAX   TO WS-TOT-STATE-TAX.
           ADD WS-BOX-LOCAL-WAGES TO WS-TOT-LOCAL-WAGES.
           ADD WS-BOX-LOCAL-TAX   TO WS-TOT-LOCAL-TAX.

       LOAD-YEAR-HISTORY.
           MOVE 0 TO WS-W2-COUNT WS-DROPPED-COUNT.
           PERFORM VARYING WS-QSUB FROM 1 BY 1 UNTIL WS-QSUB > 4
               MOVE 0 TO WS-CT-GROSS(WS-QSUB)
               MOVE 0 TO WS-CT-FEDERAL(WS-QSUB)
               MOVE 0 TO WS-CT-STATE(WS-QSUB)
               MOVE 0 TO WS-CT-LOCAL(WS-QSUB)
               MOVE 0 TO WS-CT-SOCSEC(WS-QSUB)
               MOVE 0 TO WS-CT-MEDICARE(WS-QSUB)
               MOVE 0 TO WS-CT-RECORDS(WS-QSUB)
           END-PERFORM.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PayrollHistoryFile.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL HISTORY: STATUS "
                   WS-HISTORY-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE PH-PAY-DATE(1:4) TO WS-PAY-YEAR
                           IF WS-PAY-YEAR = WS-TAX-YEAR
                                   AND (WS-SELECT-EMPLOYEE = 0
                                   OR PH-EMPLOYEE-ID =
                                       WS-SELECT-EMPLOYEE)
                               PERFORM ACCUMULATE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.

       ACCUMULATE-HISTORY.
           MOVE PH-PAY-DATE(5:2) TO WS-PAY-MONTH.
           COMPUTE WS-QUARTER = (WS-PAY-MONTH + 2) / 3.
           IF WS-QUARTER < 1
               MOVE 1 TO WS-QUARTER
           END-IF.
           IF WS-QUARTER > 4
               MOVE 4 TO WS-QUARTER
           END-IF.
           ADD 1 TO WS-CT-RECORDS(WS-QUARTER).
           ADD PH-GROSS-PAY    TO WS-CT-GROSS(WS-QUARTER).
           ADD PH-FEDERAL-TAX  TO WS-CT-FEDERAL(WS-QUARTER).
           ADD PH-STATE-TAX    TO WS-CT-STATE(WS-QUARTER).
           ADD PH-LOCAL-TAX    TO WS-CT-LOCAL(WS-QUARTER).
           ADD PH-SOCSEC-TAX   TO WS-CT-SOCSEC(WS-QUARTER).
           ADD PH-MEDICARE-TAX TO WS-CT-MEDICARE(WS-QUARTER).

           PERFORM FIND-W2-ENTRY.
           IF WS-ENTRY-FOUND = "Y"
               ADD PH-GROSS-PAY    TO W2-GROSS(WS-ENTRY-SUB)
               ADD PH-FEDERAL-TAX  TO W2-FEDERAL-TAX(WS-ENTRY-SUB)
               ADD PH-STATE-TAX    TO W2-STATE-TAX(WS-ENTRY-SUB)
               ADD PH-LOCAL-TAX    TO W2-LOCAL-TAX(WS-ENTRY-SUB)
               ADD PH-SOCSEC-TAX   TO W2-SS-TAX(WS-ENTRY-SUB)
               ADD PH-MEDICARE-TAX TO W2-MEDICARE-TAX(WS-ENTRY-SUB)
               ADD PH-RETIRE-DEDUCTION
                   TO W2-DEFERRALS(WS-ENTRY-SUB)
               ADD PH-RETIRE-MATCH TO W2-MATCH(WS-ENTRY-SUB)
               IF PH-FICA-WAGES = ZERO AND PH-FEDERAL-WAGES = ZERO
                   ADD PH-GROSS-PAY TO W2-WAGES(WS-ENTRY-SUB)
                   ADD PH-GROSS-PAY TO W2-STATE-WAGES(WS-ENTRY-SUB)
                   ADD PH-GROSS-PAY TO W2-LOCAL-WAGES(WS-ENTRY-SUB)
                   ADD PH-GROSS-PAY TO W2-FICA-WAGES(WS-ENTRY-SUB)
               ELSE
                   ADD PH-FEDERAL-WAGES TO W2-WAGES(WS-ENTRY-SUB)
                   ADD PH-STATE-WAGES
                       TO W2-STATE-WAGES(WS-ENTRY-SUB)
                   ADD PH-LOCAL-WAGES
                       TO W2-LOCAL-WAGES(WS-ENTRY-SUB)
                   ADD PH-FICA-WAGES TO W2-FICA-WAGES(WS-ENTRY-SUB)
               END-IF
           END-IF.

       FIND-W2-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-W2-COUNT
                   OR WS-ENTRY-FOUND = "Y"
               IF W2-EMPLOYEE-ID(WS-SUB) = PH-EMPLOYEE-ID
                   MOVE "Y" TO WS-ENTRY-FOUND
                   MOVE WS-SUB TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = "N"
               IF WS-W2-COUNT < 999
                   ADD 1 TO WS-W2-COUNT
                   MOVE WS-W2-COUNT TO WS-ENTRY-SUB
                   MOVE PH-EMPLOYEE-ID TO W2-EMPLOYEE-ID(WS-ENTRY-SUB)
                   MOVE 0 TO W2-GROSS(WS-ENTRY-SUB)
                       W2-WAGES(WS-ENTRY-SUB)
                       W2-FEDERAL-TAX(WS-ENTRY-SUB)
                       W2-FICA-WAGES(WS-ENTRY-SUB)
                       W2-SS-TAX(WS-ENTRY-SUB)
                       W2-MEDICARE-TAX(WS-ENTRY-SUB)
                       W2-DEFERRALS(WS-ENTRY-SUB)
                       W2-MATCH(WS-ENTRY-SUB)
                       W2-STATE-WAGES(WS-ENTRY-SUB)
                       W2-STATE-TAX(WS-ENTRY-SUB)
                       W2-LOCAL-WAGES(WS-ENTRY-SUB)
                       W2-LOCAL-TAX(WS-ENTRY-SUB)
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       LOAD-FORM-AMOUNTS.
           MOVE W2-EMPLOYEE-ID(WS-SUB)  TO WS-FORM-EMPLOYEE-ID.
           MOVE W2-WAGES(WS-SUB)        TO WS-BOX-WAGES.
           MOVE W2-FEDERAL-TAX(WS-SUB)  TO WS-BOX-FEDERAL.
           IF W2-FICA-WAGES(WS-SUB) > WS-SOCSEC-WAGE-BASE
               MOVE WS-SOCSEC-WAGE-BASE TO WS-BOX-SS-WAGES
           ELSE
               MOVE W2-FICA-WAGES(WS-SUB) TO WS-BOX-SS-WAGES
           END-IF.
           MOVE W2-SS-TAX(WS-SUB)       TO WS-BOX-SS-TAX.
           MOVE W2-FICA-WAGES(WS-SUB)   TO WS-BOX-MED-WAGES.
           MOVE W2-MEDICARE-TAX(WS-SUB) TO WS-BOX-MED-TAX.
           MOVE W2-DEFERRALS(WS-SUB)    TO WS-BOX-DEFERRALS.
           MOVE W2-STATE-WAGES(WS-SUB)  TO WS-BOX-STATE-WAGES.
           MOVE W2-STATE-TAX(WS-SUB)    TO WS-BOX-STATE-TAX.
           MOVE W2-LOCAL-WAGES(WS-SUB)  TO WS-BOX-LOCAL-WAGES.
           MOVE W2-LOCAL-TAX(WS-SUB)    TO WS-BOX-LOCAL-TAX.
           IF W2-DEFERRALS(WS-SUB) > ZERO OR W2-MATCH(WS-SUB) > ZERO
               MOVE "X" TO WS-BOX-RETIRE-PLAN
           ELSE
               MOVE SPACE TO WS-BOX-RETIRE-PLAN
           END-IF.

       OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE: STATUS "
                   WS-MASTER-STATUS " - W-2S WILL HAVE NO NAME OR SSN"
           END-IF.

       LOOKUP-EMPLOYEE.
           MOVE SPACES TO WS-FORM-FIRST-NAME WS-FORM-LAST-NAME
               WS-FORM-STREET WS-FORM-CITY WS-FORM-STATE
               WS-FORM-ZIP WS-FORM-WORK-STATE.
           MOVE 0 TO WS-FORM-SSN.
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-FORM-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "EMPLOYEE " WS-FORM-EMPLOYEE-ID
                           " NOT ON MASTER - W-2 HAS NO NAME OR SSN"
                   NOT INVALID KEY
                       MOVE EM-SSN        TO WS-FORM-SSN
                       MOVE EM-FIRST-NAME TO WS-FORM-FIRST-NAME
                       MOVE EM-LAST-NAME  TO WS-FORM-LAST-NAME
                       MOVE EM-STREET     TO WS-FORM-STREET
                       MOVE EM-CITY       TO WS-FORM-CITY
                       MOVE EM-HOME-STATE TO WS-FORM-STATE
                       MOVE EM-ZIP-CODE   TO WS-FORM-ZIP
                       MOVE EM-WORK-STATE TO WS-FORM-WORK-STATE
                       IF EM-SSN = ZERO
                           ADD 1 TO WS-EXCEPTION-COUNT
                           DISPLAY "EMPLOYEE " WS-FORM-EMPLOYEE-ID
                               " HAS NO SSN ON THE EMPLOYEE MASTER"
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO WS-SSN-EDIT.
           STRING WS-FORM-SSN(1:3) "-" WS-FORM-SSN(4:2) "-"
               WS-FORM-SSN(6:4) DELIMITED BY SIZE INTO WS-SSN-EDIT
           END-STRING.

       PRINT-W2-FORM.
           MOVE ALL "=" TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING WS-FORM-TITLE DELIMITED BY "  "
               "  TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           PERFORM PRINT-FORM-PARTIES.
           MOVE WS-BOX-WAGES TO WS-EDIT-1.
           MOVE WS-BOX-FEDERAL TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "1 WAGES, TIPS, OTHER COMP " WS-EDIT-1
               "  2 FEDERAL INCOME TAX " WS-EDIT-2
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-BOX-SS-WAGES TO WS-EDIT-1.
           MOVE WS-BOX-SS-TAX TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "3 SOCIAL SECURITY WAGES   " WS-EDIT-1
               "  4 SOCIAL SEC TAX     " WS-EDIT-2
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-BOX-MED-WAGES TO WS-EDIT-1.
           MOVE WS-BOX-MED-TAX TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "5 MEDICARE WAGES AND TIPS " WS-EDIT-1
               "  6 MEDICARE TAX       " WS-EDIT-2
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           IF WS-BOX-DEFERRALS > ZERO
               MOVE WS-BOX-DEFERRALS TO WS-EDIT-1
               MOVE SPACES TO WS-FORM-LINE
               STRING "12A CODE D                " WS-EDIT-1
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "13 RETIREMENT PLAN [" WS-BOX-RETIRE-PLAN "]"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "15 STATE " WS-FORM-WORK-STATE
               "  EMPLOYER STATE ID " ER-STATE-ID
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-BOX-STATE-WAGES TO WS-EDIT-1.
           MOVE WS-BOX-STATE-TAX TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "16 STATE WAGES            " WS-EDIT-1
               "  17 STATE INCOME TAX  " WS-EDIT-2
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE WS-BOX-LOCAL-WAGES TO WS-EDIT-1.
           MOVE WS-BOX-LOCAL-TAX TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "18 LOCAL WAGES            " WS-EDIT-1
               "  19 LOCAL INCOME TAX  " WS-EDIT-2
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.

       PRINT-FORM-PARTIES.
           MOVE SPACES TO WS-EIN-EDIT.
           STRING ER-EIN(1:2) "-" ER-EIN(3:7)
               DELIMITED BY SIZE INTO WS-EIN-EDIT
           END-STRING.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "A EMPLOYEE SSN " WS-SSN-EDIT
               "     B EMPLOYER EIN " WS-EIN-EDIT
               "     EMPLOYEE " WS-FORM-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "C EMPLOYER " ER-NAME
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
           STRING "E EMPLOYEE " WS-FORM-FIRST-NAME " "
               WS-FORM-LAST-NAME
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "F ADDRESS  " WS-FORM-STREET " " WS-FORM-CITY " "
               WS-FORM-STATE " " WS-FORM-ZIP
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.

       WRITE-FORM-LINE.
           IF MODE-CORRECT
               MOVE WS-FORM-LINE TO W2C-PRINT-LINE
               WRITE W2C-PRINT-LINE
           ELSE
               MOVE WS-FORM-LINE TO W2-PRINT-LINE
               WRITE W2-PRINT-LINE
           END-IF.
           ADD 1 TO WS-REPORT-LINES.

       OPEN-ISSUED-FILE.
           OPEN EXTEND W2IssuedFile.
           IF WS-ISSUED-STATUS = "05" OR WS-ISSUED-STATUS = "35"
               OPEN OUTPUT W2IssuedFile
           END-IF.
           IF WS-ISSUED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING W-2 ISSUE LOG: STATUS "
                   WS-ISSUED-STATUS
           END-IF.

       WRITE-ISSUED-RECORD.
           MOVE WS-TAX-YEAR         TO WI-TAX-YEAR.
           MOVE WS-FORM-EMPLOYEE-ID TO WI-EMPLOYEE-ID.
           MOVE WS-ISSUE-TYPE       TO WI-FORM-TYPE.
           MOVE WS-ISSUE-DATE       TO WI-ISSUE-DATE.
           MOVE WS-FORM-SSN         TO WI-SSN.
           MOVE WS-BOX-WAGES        TO WI-WAGES.
           MOVE WS-BOX-FEDERAL      TO WI-FEDERAL-TAX.
           MOVE WS-BOX-SS-WAGES     TO WI-SS-WAGES.
           MOVE WS-BOX-SS-TAX       TO WI-SS-TAX.
           MOVE WS-BOX-MED-WAGES    TO WI-MEDICARE-WAGES.
           MOVE WS-BOX-MED-TAX      TO WI-MEDICARE-TAX.
           MOVE WS-BOX-DEFERRALS    TO WI-DEFERRALS.
           MOVE WS-FORM-WORK-STATE  TO WI-STATE-CODE.
           MOVE WS-BOX-STATE-WAGES  TO WI-STATE-WAGES.
           MOVE WS-BOX-STATE-TAX    TO WI-STATE-TAX.
           MOVE WS-BOX-LOCAL-WAGES  TO WI-LOCAL-WAGES.
           MOVE WS-BOX-LOCAL-TAX    TO WI-LOCAL-TAX.
           MOVE WS-OPERATOR-ID      TO WI-OPERATOR-ID.
           WRITE W2-ISSUED-RECORD.

       WRITE-RA-RECORD.
           MOVE SPACES TO EFW2-RA-RECORD.
           MOVE "RA"            TO RA-RECORD-ID.
           MOVE ER-EIN          TO RA-SUBMITTER-EIN.
           MOVE ER-SUBMITTER-ID TO RA-USER-ID.
           MOVE "0"             TO RA-RESUB-INDICATOR.
           MOVE "98"            TO RA-SOFTWARE-CODE.
           MOVE ER-NAME         TO RA-COMPANY-NAME.
           MOVE ER-STREET       TO RA-COMPANY-DELIVERY.
           MOVE ER-CITY         TO RA-COMPANY-CITY.
           MOVE ER-STATE        TO RA-COMPANY-STATE.
           MOVE ER-ZIP-CODE     TO RA-COMPANY-ZIP.
           MOVE ER-NAME         TO RA-SUBMITTER-NAME.
           MOVE ER-STREET       TO RA-SUBMITTER-DELIVERY.
           MOVE ER-CITY         TO RA-SUBMITTER-CITY.
           MOVE ER-STATE        TO RA-SUBMITTER-STATE.
           MOVE ER-ZIP-CODE     TO RA-SUBMITTER-ZIP.
           MOVE ER-CONTACT-NAME TO RA-CONTACT-NAME.
           MOVE ER-CONTACT-PHONE TO RA-CONTACT-PHONE.
           MOVE ER-CONTACT-EMAIL TO RA-CONTACT-EMAIL.
           MOVE "L"             TO RA-PREPARER-CODE.
           WRITE EFW2-RA-RECORD.

       WRITE-RE-RECORD.
           MOVE SPACES TO EFW2-RE-RECORD.
           MOVE "RE"            TO RE-RECORD-ID.
           MOVE WS-TAX-YEAR     TO RE-TAX-YEAR.
           MOVE ER-EIN          TO RE-EMPLOYER-EIN.
           MOVE "0"             TO RE-TERMINATING.
           MOVE ER-NAME         TO RE-EMPLOYER-NAME.
           MOVE ER-STREET       TO RE-DELIVERY.
           MOVE ER-CITY         TO RE-CITY.
           MOVE ER-STATE        TO RE-STATE.
           MOVE ER-ZIP-CODE     TO RE-ZIP.
           MOVE "N"             TO RE-KIND-OF-EMPLOYER.
           MOVE "R"             TO RE-EMPLOYMENT-CODE.
           MOVE "0"             TO RE-THIRD-PARTY-SICK.
           MOVE ER-CONTACT-NAME TO RE-CONTACT-NAME.
           MOVE ER-CONTACT-PHONE TO RE-CONTACT-PHONE.
           MOVE ER-CONTACT-EMAIL TO RE-CONTACT-EMAIL.
           WRITE EFW2-RE-RECORD.

       WRITE-RW-RECORD.
           MOVE SPACES TO EFW2-RW-RECORD.
           MOVE "RW"               TO RW-RECORD-ID.
           MOVE WS-FORM-SSN        TO RW-SSN.
           MOVE WS-FORM-FIRST-NAME TO RW-FIRST-NAME.
           MOVE WS-FORM-LAST-NAME  TO RW-LAST-NAME.
           MOVE WS-FORM-STREET     TO RW-DELIVERY.
           MOVE WS-FORM-CITY       TO RW-CITY.
           MOVE WS-FORM-STATE      TO RW-STATE.
           MOVE WS-FORM-ZIP        TO RW-ZIP.
           MOVE WS-BOX-WAGES       TO RW-WAGES.
           MOVE WS-BOX-FEDERAL     TO RW-FEDERAL-TAX.
           MOVE WS-BOX-SS-WAGES    TO RW-SS-WAGES.
           MOVE WS-BOX-SS-TAX      TO RW-SS-TAX.
           MOVE WS-BOX-MED-WAGES   TO RW-MEDICARE-WAGES.
           MOVE WS-BOX-MED-TAX     TO RW-MEDICARE-TAX.
           MOVE ZERO               TO RW-SS-TIPS RW-DEPENDENT-CARE.
           MOVE WS-BOX-DEFERRALS   TO RW-DEFERRED-401K.
           MOVE ZEROS TO RW-OTHER-DEFERRED RW-NONQUAL-AMOUNTS
               RW-OTHER-CODED.
           MOVE "0"                TO RW-STATUTORY.
           IF WS-BOX-RETIRE-PLAN = "X"
               MOVE "1" TO RW-RETIREMENT-PLAN
           ELSE
               MOVE "0" TO RW-RETIREMENT-PLAN
           END-IF.
           MOVE "0"                TO RW-THIRD-PARTY-SICK.
           WRITE EFW2-RW-RECORD.
           ADD 1 TO WS-RW-COUNT.

       WRITE-RT-RECORD.
           MOVE SPACES TO EFW2-RT-RECORD.
           MOVE "RT"               TO RT-RECORD-ID.
           MOVE WS-RW-COUNT        TO RT-RW-COUNT.
           MOVE WS-TOT-WAGES       TO RT-WAGES.
           MOVE WS-TOT-FEDERAL     TO RT-FEDERAL-TAX.
           MOVE WS-TOT-SS-WAGES    TO RT-SS-WAGES.
           MOVE WS-TOT-SS-TAX      TO RT-SS-TAX.
           MOVE WS-TOT-MED-WAGES   TO RT-MEDICARE-WAGES.
           MOVE WS-TOT-MED-TAX     TO RT-MEDICARE-TAX.
           MOVE ZERO               TO RT-SS-TIPS RT-DEPENDENT-CARE.
           MOVE WS-TOT-DEFERRALS   TO RT-DEFERRED-401K.
           MOVE ZEROS TO RT-OTHER-DEFERRED RT-NONQUAL-AMOUNTS
               RT-OTHER-CODED.
           WRITE EFW2-RT-RECORD.

       WRITE-RF-RECORD.
           MOVE SPACES TO EFW2-RF-RECORD.
           MOVE "RF"               TO RF-RECORD-ID.
           MOVE WS-RW-COUNT        TO RF-RW-COUNT.
           WRITE EFW2-RF-RECORD.

       PRINT-CONTROL-PAGE.
           MOVE 0 TO WS-YR-GROSS WS-YR-FEDERAL WS-YR-STATE
               WS-YR-LOCAL WS-YR-SOCSEC WS-YR-MEDICARE WS-YR-RECORDS.
           MOVE ALL "=" TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "W-2 CONTROL TOTALS FOR TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "PAYROLL HISTORY BY QUARTER (TIES TO "
               "QUARTERLY-TAX-REPORT)"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "QTR GROSS           FEDERAL W/H     STATE W/H"
               "       LOCAL W/H"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           PERFORM VARYING WS-QSUB FROM 1 BY 1 UNTIL WS-QSUB > 4
               MOVE WS-CT-GROSS(WS-QSUB)   TO WS-EDIT-1
               MOVE WS-CT-FEDERAL(WS-QSUB) TO WS-EDIT-2
               MOVE WS-CT-STATE(WS-QSUB)   TO WS-EDIT-3
               MOVE WS-CT-LOCAL(WS-QSUB)   TO WS-EDIT-4
               MOVE SPACES TO WS-FORM-LINE
               STRING " " WS-QSUB "  " WS-EDIT-1 "  " WS-EDIT-2 "  "
                   WS-EDIT-3 "  " WS-EDIT-4
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM PRINT-CONTROL-LINE
               ADD WS-CT-GROSS(WS-QSUB)    TO WS-YR-GROSS
               ADD WS-CT-FEDERAL(WS-QSUB)  TO WS-YR-FEDERAL
               ADD WS-CT-STATE(WS-QSUB)    TO WS-YR-STATE
               ADD WS-CT-LOCAL(WS-QSUB)    TO WS-YR-LOCAL
               ADD WS-CT-SOCSEC(WS-QSUB)   TO WS-YR-SOCSEC
               ADD WS-CT-MEDICARE(WS-QSUB) TO WS-YR-MEDICARE
               ADD WS-CT-RECORDS(WS-QSUB)  TO WS-YR-RECORDS
           END-PERFORM.
           MOVE WS-YR-GROSS   TO WS-EDIT-1.
           MOVE WS-YR-FEDERAL TO WS-EDIT-2.
           MOVE WS-YR-STATE   TO WS-EDIT-3.
           MOVE WS-YR-LOCAL   TO WS-EDIT-4.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "YR  " WS-EDIT-1 "  " WS-EDIT-2 "  " WS-EDIT-3
               "  " WS-EDIT-4
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "QTR SOCIAL SEC      MEDICARE        RECORDS"
               TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.
           PERFORM VARYING WS-QSUB FROM 1 BY 1 UNTIL WS-QSUB > 4
               MOVE WS-CT-SOCSEC(WS-QSUB)   TO WS-EDIT-1
               MOVE WS-CT-MEDICARE(WS-QSUB) TO WS-EDIT-2
               MOVE SPACES TO WS-FORM-LINE
               STRING " " WS-QSUB "  " WS-EDIT-1 "  " WS-EDIT-2 "  "
                   WS-CT-RECORDS(WS-QSUB)
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM PRINT-CONTROL-LINE
           END-PERFORM.
           MOVE WS-YR-SOCSEC   TO WS-EDIT-1.
           MOVE WS-YR-MEDICARE TO WS-EDIT-2.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "YR  " WS-EDIT-1 "  " WS-EDIT-2 "  " WS-YR-RECORDS
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.

           MOVE SPACES TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "W-2 BOX TOTALS                 W-2 TOTAL"
               "         HISTORY"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "1  WAGES, TIPS, OTHER COMP" TO WS-BOX-LABEL.
           MOVE WS-TOT-WAGES TO WS-PRIOR-AMOUNT.
           MOVE WS-YR-GROSS TO WS-CORRECT-AMOUNT.
           MOVE "(GROSS)" TO WS-BALANCE-FLAG.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "2  FEDERAL INCOME TAX" TO WS-BOX-LABEL.
           MOVE WS-TOT-FEDERAL TO WS-PRIOR-AMOUNT.
           MOVE WS-YR-FEDERAL TO WS-CORRECT-AMOUNT.
           PERFORM CHECK-TOTAL-BALANCE.
           MOVE "3  SOCIAL SECURITY WAGES" TO WS-BOX-LABEL.
           MOVE WS-TOT-SS-WAGES TO WS-PRIOR-AMOUNT.
           MOVE 0 TO WS-CORRECT-AMOUNT.
           MOVE SPACES TO WS-BALANCE-FLAG.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "4  SOCIAL SECURITY TAX" TO WS-BOX-LABEL.
           MOVE WS-TOT-SS-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-YR-SOCSEC TO WS-CORRECT-AMOUNT.
           PERFORM CHECK-TOTAL-BALANCE.
           MOVE "5  MEDICARE WAGES AND TIPS" TO WS-BOX-LABEL.
           MOVE WS-TOT-MED-WAGES TO WS-PRIOR-AMOUNT.
           MOVE 0 TO WS-CORRECT-AMOUNT.
           MOVE SPACES TO WS-BALANCE-FLAG.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "6  MEDICARE TAX" TO WS-BOX-LABEL.
           MOVE WS-TOT-MED-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-YR-MEDICARE TO WS-CORRECT-AMOUNT.
           PERFORM CHECK-TOTAL-BALANCE.
           MOVE "12 CODE D DEFERRALS" TO WS-BOX-LABEL.
           MOVE WS-TOT-DEFERRALS TO WS-PRIOR-AMOUNT.
           MOVE 0 TO WS-CORRECT-AMOUNT.
           MOVE SPACES TO WS-BALANCE-FLAG.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "16 STATE WAGES" TO WS-BOX-LABEL.
           MOVE WS-TOT-STATE-WAGES TO WS-PRIOR-AMOUNT.
           MOVE 0 TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "17 STATE INCOME TAX" TO WS-BOX-LABEL.
           MOVE WS-TOT-STATE-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-YR-STATE TO WS-CORRECT-AMOUNT.
           PERFORM CHECK-TOTAL-BALANCE.
           MOVE "18 LOCAL WAGES" TO WS-BOX-LABEL.
           MOVE WS-TOT-LOCAL-WAGES TO WS-PRIOR-AMOUNT.
           MOVE 0 TO WS-CORRECT-AMOUNT.
           MOVE SPACES TO WS-BALANCE-FLAG.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "19 LOCAL INCOME TAX" TO WS-BOX-LABEL.
           MOVE WS-TOT-LOCAL-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-YR-LOCAL TO WS-CORRECT-AMOUNT.
           PERFORM CHECK-TOTAL-BALANCE.

           MOVE SPACES TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.
           IF WS-YR-GROSS > WS-TOT-WAGES
               COMPUTE WS-PRETAX-DIFFERENCE =
                   WS-YR-GROSS - WS-TOT-WAGES
           ELSE
               MOVE 0 TO WS-PRETAX-DIFFERENCE
           END-IF.
           MOVE WS-PRETAX-DIFFERENCE TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "GROSS LESS BOX 1 (PRE-TAX DEDUCTIONS): " WS-EDIT-1
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "W-2 FORMS ISSUED          : " WS-FORM-COUNT
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "EFW2 RECORDS WRITTEN      : RA 1  RE 1  RW "
               WS-RW-COUNT "  RT 1  RF 1"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "MISSING SSN OR NOT ON MASTER: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM PRINT-CONTROL-LINE.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO WS-FORM-LINE
               STRING "WARNING - EMPLOYEE TABLE FULL: "
                   WS-DROPPED-COUNT " HISTORY RECORD(S) NOT ON A W-2"
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM PRINT-CONTROL-LINE
           END-IF.
           IF WS-OUT-OF-BALANCE = "Y"
               MOVE SPACES TO WS-FORM-LINE
               STRING "*** W-2 TOTALS DO NOT AGREE WITH "
                   "PAYROLL HISTORY ***"
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
           ELSE
               MOVE "W-2 WITHHOLDING TOTALS AGREE WITH PAYROLL HISTORY"
                   TO WS-FORM-LINE
           END-IF.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "PREPARED BY: __________________  DATE: __________"
               TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "APPROVED BY: __________________  DATE: __________"
               TO WS-FORM-LINE.
           PERFORM PRINT-CONTROL-LINE.

       CHECK-TOTAL-BALANCE.
           IF WS-PRIOR-AMOUNT = WS-CORRECT-AMOUNT
               MOVE "AGREES" TO WS-BALANCE-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO WS-BALANCE-FLAG
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           MOVE WS-PRIOR-AMOUNT TO WS-EDIT-1.
           MOVE SPACES TO WS-FORM-LINE.
           IF WS-CORRECT-AMOUNT > ZERO OR WS-BALANCE-FLAG NOT = SPACES
               MOVE WS-CORRECT-AMOUNT TO WS-EDIT-2
               STRING WS-BOX-LABEL WS-EDIT-1 "  " WS-EDIT-2 " "
                   WS-BALANCE-FLAG
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
           ELSE
               STRING WS-BOX-LABEL WS-EDIT-1
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-CONTROL-LINE.

       PRINT-CONTROL-LINE.
           DISPLAY WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.

       W2-CORRECTION-RUN.
           PERFORM OPEN-EMPLOYEE-MASTER.
           OPEN OUTPUT W2cPrintFile.
           MOVE "w2cforms.csv" TO WS-SPOOL-CSV.
           PERFORM OPEN-CSV-EXPORT.
           PERFORM WRITE-W2-CSV-HEADER.
           PERFORM UNTIL WS-END = "N"
               DISPLAY "ENTER EMPLOYEE ID TO CORRECT OR REISSUE: "
               ACCEPT WS-SELECT-EMPLOYEE
               PERFORM CORRECT-ONE-EMPLOYEE
               DISPLAY "ANOTHER EMPLOYEE (Y/N): "
               ACCEPT WS-END
           END-PERFORM.
           CLOSE W2cPrintFile.
           PERFORM CLOSE-CSV-EXPORT.
           IF WS-MASTER-OPEN = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-MASTER-OPEN
           END-IF.
           DISPLAY "------------------------------------------".
           DISPLAY "W-2C FORMS ISSUED : " WS-CORRECTION-COUNT.
           DISPLAY "W-2S REISSUED     : " WS-REISSUE-COUNT.
           IF WS-WRITTEN-COUNT > 0
               MOVE "W-2C FORMS" TO WS-SPOOL-REPORT
               MOVE "w2cforms.prt" TO WS-SPOOL-FILE
               MOVE WS-WRITTEN-COUNT TO WS-SPOOL-PAGES
               CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
                   WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
                   WS-SPOOL-LEVEL WS-SPOOL-CSV
               DISPLAY "W-2C FORMS REGISTERED ON THE PRINT SPOOL "
                   "CATALOG."
           END-IF.

       CORRECT-ONE-EMPLOYEE.
           PERFORM FIND-LAST-ISSUED.
           IF WS-PRIOR-FOUND = "N"
               DISPLAY "NO W-2 ISSUED TO EMPLOYEE " WS-SELECT-EMPLOYEE
                   " FOR " WS-TAX-YEAR " - RUN MODE P FIRST"
           ELSE
               PERFORM LOAD-YEAR-HISTORY
               IF WS-W2-COUNT = 0
                   MOVE WS-SELECT-EMPLOYEE TO WS-FORM-EMPLOYEE-ID
                   MOVE 0 TO WS-BOX-WAGES WS-BOX-FEDERAL
                       WS-BOX-SS-WAGES WS-BOX-SS-TAX
                       WS-BOX-MED-WAGES WS-BOX-MED-TAX
                       WS-BOX-DEFERRALS WS-BOX-STATE-WAGES
                       WS-BOX-STATE-TAX WS-BOX-LOCAL-WAGES
                       WS-BOX-LOCAL-TAX
                   MOVE SPACE TO WS-BOX-RETIRE-PLAN
               ELSE
                   MOVE 1 TO WS-SUB
                   PERFORM LOAD-FORM-AMOUNTS
               END-IF
               PERFORM LOOKUP-EMPLOYEE
               PERFORM COMPARE-PRIOR-ISSUE
               IF WS-FORM-CHANGED = "Y"
                   PERFORM PRINT-W2C-FORM
                   MOVE "C" TO WS-ISSUE-TYPE
                   ADD 1 TO WS-CORRECTION-COUNT
                   DISPLAY "W-2C ISSUED TO EMPLOYEE "
                       WS-FORM-EMPLOYEE-ID
               ELSE
                   MOVE "FORM W-2 WAGE AND TAX STATEMENT - REISSUED"
                       TO WS-FORM-TITLE
                   PERFORM PRINT-W2-FORM
                   MOVE "R" TO WS-ISSUE-TYPE
                   ADD 1 TO WS-REISSUE-COUNT
                   DISPLAY "NO CHANGE SINCE LAST ISSUE - W-2 "
                       "REISSUED TO EMPLOYEE " WS-FORM-EMPLOYEE-ID
               END-IF
               PERFORM EXPORT-W2-FORM
               PERFORM OPEN-ISSUED-FILE
               IF WS-ISSUED-STATUS = "00"
                   PERFORM WRITE-ISSUED-RECORD
                   CLOSE W2IssuedFile
               END-IF
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       FIND-LAST-ISSUED.
           MOVE "N" TO WS-PRIOR-FOUND.
           MOVE "N" TO WS-EOF.
           OPEN INPUT W2IssuedFile.
           IF WS-ISSUED-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ W2IssuedFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WI-TAX-YEAR = WS-TAX-YEAR
                                   AND WI-EMPLOYEE-ID =
                                       WS-SELECT-EMPLOYEE
                               MOVE W2-ISSUED-RECORD
                                   TO WS-PRIOR-ISSUE
                               MOVE "Y" TO WS-PRIOR-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE W2IssuedFile
           END-IF.

       COMPARE-PRIOR-ISSUE.
           MOVE "N" TO WS-FORM-CHANGED.
           IF WP-SSN NOT = WS-FORM-SSN
                   OR WP-WAGES NOT = WS-BOX-WAGES
                   OR WP-FEDERAL-TAX NOT = WS-BOX-FEDERAL
                   OR WP-SS-WAGES NOT = WS-BOX-SS-WAGES
                   OR WP-SS-TAX NOT = WS-BOX-SS-TAX
                   OR WP-MEDICARE-WAGES NOT = WS-BOX-MED-WAGES
                   OR WP-MEDICARE-TAX NOT = WS-BOX-MED-TAX
                   OR WP-DEFERRALS NOT = WS-BOX-DEFERRALS
                   OR WP-STATE-CODE NOT = WS-FORM-WORK-STATE
                   OR WP-STATE-WAGES NOT = WS-BOX-STATE-WAGES
                   OR WP-STATE-TAX NOT = WS-BOX-STATE-TAX
                   OR WP-LOCAL-WAGES NOT = WS-BOX-LOCAL-WAGES
                   OR WP-LOCAL-TAX NOT = WS-BOX-LOCAL-TAX
               MOVE "Y" TO WS-FORM-CHANGED
           END-IF.

       PRINT-W2C-FORM.
           MOVE ALL "=" TO WS-FORM-LINE.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "FORM W-2C CORRECTED WAGE AND TAX STATEMENT"
               "  TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           PERFORM PRINT-FORM-PARTIES.
           IF WP-SSN NOT = WS-FORM-SSN
               MOVE SPACES TO WS-FORM-LINE
               STRING "H EMPLOYEE PREVIOUSLY REPORTED SSN "
                   WP-SSN(1:3) "-" WP-SSN(4:2) "-" WP-SSN(6:4)
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "PREVIOUSLY ISSUED " WP-ISSUE-DATE
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE SPACES TO WS-FORM-LINE.
           STRING "BOX                           PREVIOUSLY REPORTED"
               "  CORRECT INFORMATION"
               DELIMITED BY SIZE INTO WS-FORM-LINE
           END-STRING.
           PERFORM WRITE-FORM-LINE.
           MOVE "1  WAGES, TIPS, OTHER COMP" TO WS-BOX-LABEL.
           MOVE WP-WAGES TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-WAGES TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "2  FEDERAL INCOME TAX" TO WS-BOX-LABEL.
           MOVE WP-FEDERAL-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-FEDERAL TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "3  SOCIAL SECURITY WAGES" TO WS-BOX-LABEL.
           MOVE WP-SS-WAGES TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-SS-WAGES TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "4  SOCIAL SECURITY TAX" TO WS-BOX-LABEL.
           MOVE WP-SS-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-SS-TAX TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "5  MEDICARE WAGES AND TIPS" TO WS-BOX-LABEL.
           MOVE WP-MEDICARE-WAGES TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-MED-WAGES TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "6  MEDICARE TAX" TO WS-BOX-LABEL.
           MOVE WP-MEDICARE-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-MED-TAX TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "12 CODE D DEFERRALS" TO WS-BOX-LABEL.
           MOVE WP-DEFERRALS TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-DEFERRALS TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           IF WP-STATE-CODE NOT = WS-FORM-WORK-STATE
               MOVE SPACES TO WS-FORM-LINE
               STRING "15 STATE                      "
                   WP-STATE-CODE "                   "
                   WS-FORM-WORK-STATE
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.
           MOVE "16 STATE WAGES" TO WS-BOX-LABEL.
           MOVE WP-STATE-WAGES TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-STATE-WAGES TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "17 STATE INCOME TAX" TO WS-BOX-LABEL.
           MOVE WP-STATE-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-STATE-TAX TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "18 LOCAL WAGES" TO WS-BOX-LABEL.
           MOVE WP-LOCAL-WAGES TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-LOCAL-WAGES TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.
           MOVE "19 LOCAL INCOME TAX" TO WS-BOX-LABEL.
           MOVE WP-LOCAL-TAX TO WS-PRIOR-AMOUNT.
           MOVE WS-BOX-LOCAL-TAX TO WS-CORRECT-AMOUNT.
           PERFORM PRINT-CORRECTION-LINE.

       PRINT-CORRECTION-LINE.
           IF WS-PRIOR-AMOUNT NOT = WS-CORRECT-AMOUNT
               MOVE WS-PRIOR-AMOUNT TO WS-EDIT-1
               MOVE WS-CORRECT-AMOUNT TO WS-EDIT-2
               MOVE SPACES TO WS-FORM-LINE
               STRING WS-BOX-LABEL "  " WS-EDIT-1 "       " WS-EDIT-2
                   DELIMITED BY SIZE INTO WS-FORM-LINE
               END-STRING
               PERFORM WRITE-FORM-LINE
           END-IF.

       WRITE-W2-CSV-HEADER.
           STRING "TAX YEAR,ISSUE TYPE,EMPLOYEE,LAST NAME"
               ",FIRST NAME,SSN LAST FOUR,WORK STATE,WAGES"
               ",FEDERAL TAX,SS WAGES,SS TAX,MEDICARE WAGES"
               ",MEDICARE TAX,DEFERRALS,STATE WAGES,STATE TAX"
               ",LOCAL WAGES,LOCAL TAX,RETIREMENT PLAN"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

       EXPORT-W2-FORM.
           MOVE WS-TAX-YEAR         TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-ISSUE-TYPE       TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FORM-EMPLOYEE-ID TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FORM-LAST-NAME   TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FORM-FIRST-NAME  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FORM-SSN(6:4)    TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-FORM-WORK-STATE  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-BOX-WAGES        TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-FEDERAL      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-SS-WAGES     TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-SS-TAX       TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-MED-WAGES    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-MED-TAX      TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-DEFERRALS    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-STATE-WAGES  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-STATE-TAX    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-LOCAL-WAGES  TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-LOCAL-TAX    TO EX-AMOUNT.
           PERFORM ADD-CSV-AMOUNT.
           MOVE WS-BOX-RETIRE-PLAN  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

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
