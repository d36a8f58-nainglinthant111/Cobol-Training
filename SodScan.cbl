       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "sodrules.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Rule-Status.
           SELECT TimecardFile ASSIGN TO "timecards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Timecard-Status.
           SELECT PunchFile ASSIGN TO "punches.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Punch-Status.
           SELECT ChangeFile ASSIGN TO "empchanges.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Change-Status.
           SELECT AuditFile ASSIGN TO "auditlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT ConflictFile ASSIGN TO "sodconflicts.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Conflict-Status.
           SELECT CsvFile ASSIGN TO "sodconflicts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RuleFile.
       COPY "SodRule.cpy".
       FD TimecardFile.
       COPY "Timecard.cpy".
       FD PunchFile.
       COPY "Punch.cpy".
       FD ChangeFile.
       COPY "EmployeeChange.cpy".
       FD AuditFile.
       01 AUDIT-RECORD.
           05 AUD-PROGRAM-NAME  PIC X(20).
           05 FILLER            PIC X.
           05 AUD-OPERATOR-ID   PIC X(10).
           05 FILLER            PIC X.
           05 AUD-START-TIME    PIC 9(14).
           05 FILLER            PIC X.
           05 AUD-END-TIME      PIC 9(14).
           05 FILLER            PIC X.
           05 AUD-RECORD-COUNT  PIC 9(6).
       FD ConflictFile.
       01 CONFLICT-LINE           PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-Rule-Status      PIC XX.
       01 WS-Timecard-Status  PIC XX.
       01 WS-Punch-Status     PIC XX.
       01 WS-Change-Status    PIC XX.
       01 WS-Audit-Status     PIC XX.
       01 WS-Conflict-Status  PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-Mode             PIC X.
           88 MODE-RULE       VALUE "R".
           88 MODE-DEFAULTS   VALUE "D".
           88 MODE-LIST       VALUE "L".
           88 MODE-SCAN       VALUE "S".
       01 WS-Sign-On-Status   PIC X.
       01 WS-Supervisor-Level PIC 9 VALUE 2.
       01 WS-Password         PIC X(10).

       01 WS-Rule-Table.
           02 WS-Rul-Count PIC 9(3) VALUE 0.
           02 WS-Rul-Entry OCCURS 99 TIMES.
             03 WS-Rul-Image PIC X(75).
       01 WS-Rul-Sub          PIC 9(3).
       01 WS-Rul-Found        PIC X.
       01 WS-Rul-Changed      PIC X VALUE "N".
       01 WS-NEW-RULE         PIC X(75).
       01 WS-RULE-ID          PIC X(4).

       01 WS-DEFAULT-RULES.
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD01".
             03 FILLER PIC X(20) VALUE "TIMECARD-KEY".
             03 FILLER PIC X(20) VALUE "TIMECARD-APPROVE".
             03 FILLER PIC X(30)
                 VALUE "KEYED AND APPROVED TIMECARD".
             03 FILLER PIC X     VALUE "A".
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD02".
             03 FILLER PIC X(20) VALUE "PUNCH-KEY".
             03 FILLER PIC X(20) VALUE "TIMECARD-APPROVE".
             03 FILLER PIC X(30)
                 VALUE "KEYED PUNCHES AND APPROVED".
             03 FILLER PIC X     VALUE "A".
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD03".
             03 FILLER PIC X(20) VALUE "VOUCHER-ENTRY".
             03 FILLER PIC X(20) VALUE "AP-PAYMENTS".
             03 FILLER PIC X(30)
                 VALUE "ENTERED VOUCHER AND PAID IT".
             03 FILLER PIC X     VALUE "A".
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD04".
             03 FILLER PIC X(20) VALUE "VENDOR-MAINT".
             03 FILLER PIC X(20) VALUE "AP-PAYMENTS".
             03 FILLER PIC X(30)
                 VALUE "MAINTAINED VENDOR AND PAID IT".
             03 FILLER PIC X     VALUE "A".
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD05".
             03 FILLER PIC X(20) VALUE "EMPLOYEE-MANAGEMENT".
             03 FILLER PIC X(20) VALUE "CHECK-WRITER".
             03 FILLER PIC X(30)
                 VALUE "ADDED EMPLOYEE AND CUT CHECKS".
             03 FILLER PIC X     VALUE "A".
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD06".
             03 FILLER PIC X(20) VALUE "EMPLOYEE-PAY-CHANGE".
             03 FILLER PIC X(20) VALUE "PAYROLL-CALC".
             03 FILLER PIC X(30)
                 VALUE "CHANGED PAY AND RAN PAYROLL".
             03 FILLER PIC X     VALUE "A".
           02 FILLER.
             03 FILLER PIC X(4)  VALUE "SD07".
             03 FILLER PIC X(20) VALUE "CASH-RECEIPTS".
             03 FILLER PIC X(20) VALUE "BANK-RECON".
             03 FILLER PIC X(30)
                 VALUE "POSTED CASH AND RECONCILED".
             03 FILLER PIC X     VALUE "A".
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-RULES.
           02 WS-Dft-Image PIC X(75) OCCURS 7 TIMES.
       01 WS-Dft-Sub          PIC 9.
       01 WS-Dft-Added        PIC 9(3) VALUE 0.

       01 WS-PERIOD           PIC 9(6).
       01 WS-RECORD-PERIOD    PIC 9(6).
       01 WS-TODAY            PIC 9(8).
       01 WS-EVENT-OPERATOR   PIC X(10).
       01 WS-EVENT-FUNCTION   PIC X(20).
       01 WS-EVENT-DATE       PIC 9(8).
       01 WS-Activity-Table.
           02 WS-Act-Count PIC 9(4) VALUE 0.
           02 WS-Act-Entry OCCURS 2000 TIMES.
             03 WS-Act-Operator  PIC X(10).
             03 WS-Act-Function  PIC X(20).
             03 WS-Act-Events    PIC 9(5).
             03 WS-Act-First     PIC 9(8).
             03 WS-Act-Last      PIC 9(8).
       01 WS-Act-Sub          PIC 9(4).
       01 WS-Act-Match        PIC 9(4).
       01 WS-Act-Found        PIC X.
       01 WS-Act-Dropped      PIC 9(5) VALUE 0.
       01 WS-Events-Read      PIC 9(7) VALUE 0.

       01 WS-Violation-Count  PIC 9(5) VALUE 0.
       01 WS-Rules-Checked    PIC 9(3) VALUE 0.
       01 WS-Rules-Violated   PIC 9(3) VALUE 0.
       01 WS-Rule-Hits        PIC 9(5).

       01 WS-Alert-Program    PIC X(20) VALUE "SOD-SCAN".
       01 WS-Alert-Severity   PIC X VALUE "W".
       01 WS-Alert-Status     PIC XX VALUE SPACES.
       01 WS-Alert-Message    PIC X(40).

       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-RULE      PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-OPERATOR  PIC X(10).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-FUNC-A    PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-COUNT-A   PIC ZZZZ9.
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-FUNC-B    PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-COUNT-B   PIC ZZZZ9.
           02 FILLER          PIC X(11) VALUE SPACES.
       01 WS-DATES-LINE.
           02 FILLER          PIC X(5) VALUE SPACES.
           02 WS-DT-DESC      PIC X(30).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 FILLER          PIC X(6) VALUE "FROM: ".
           02 WS-DT-FIRST-A   PIC 9(8).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 FILLER          PIC X(6) VALUE "THRU: ".
           02 WS-DT-LAST-B    PIC 9(8).
           02 FILLER          PIC X(13) VALUE SPACES.

       01 WS-Program-Name      PIC X(20) VALUE "SOD-SCAN".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "SOD CONFLICTS".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "sodconflicts.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "sodconflicts.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 2.
       COPY "CsvExport.cpy".

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-Password.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.

           CALL "SIGN-ON" USING WS-Operator-ID WS-Password
               WS-Supervisor-Level WS-Sign-On-Status.
           IF WS-Sign-On-Status NOT = "A"
               DISPLAY "OPERATOR " WS-Operator-ID
                   " NOT AUTHORIZED FOR DUTY CONFLICT REVIEW"
               STOP RUN
           END-IF.

           DISPLAY "SELECT MODE (R=ADD/CHANGE RULE, D=LOAD DEFAULT "
               "RULES, L=LIST RULES, S=SCAN PERIOD): ".
           ACCEPT WS-Mode.

           EVALUATE TRUE
               WHEN MODE-RULE
                   PERFORM LOAD-RULES
                   PERFORM ADD-RULES
                   IF WS-Rul-Changed = "Y"
                       PERFORM REWRITE-RULES
                   END-IF
               WHEN MODE-DEFAULTS
                   PERFORM LOAD-RULES
                   PERFORM ADD-DEFAULT-RULES
                   IF WS-Rul-Changed = "Y"
                       PERFORM REWRITE-RULES
                   END-IF
                   DISPLAY WS-Dft-Added " DEFAULT RULE(S) ADDED."
               WHEN MODE-LIST
                   PERFORM LIST-RULES
               WHEN MODE-SCAN
                   PERFORM LOAD-RULES
                   IF WS-Rul-Count = 0
                       DISPLAY "NO DUTY CONFLICT RULES ON FILE - "
                           "RUN MODE D OR R FIRST"
                   ELSE
                       PERFORM SCAN-PERIOD
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       LOAD-RULES.
           MOVE 0 TO WS-Rul-Count.
           MOVE "N" TO WS-Eof.
           OPEN INPUT RuleFile.
           IF WS-Rule-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Rul-Count >= 99
                   READ RuleFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Rul-Count
                           MOVE SOD-RULE-RECORD
                               TO WS-Rul-Image(WS-Rul-Count)
                   END-READ
               END-PERFORM
               CLOSE RuleFile
           END-IF.

       FIND-RULE.
           MOVE "N" TO WS-Rul-Found.
           PERFORM VARYING WS-Rul-Sub FROM 1 BY 1
                   UNTIL WS-Rul-Sub > WS-Rul-Count
                       OR WS-Rul-Found = "Y"
               MOVE WS-Rul-Image(WS-Rul-Sub) TO SOD-RULE-RECORD
               IF SR-RULE-ID = WS-RULE-ID
                   MOVE "Y" TO WS-Rul-Found
               END-IF
           END-PERFORM.
           IF WS-Rul-Found = "Y"
               SUBTRACT 1 FROM WS-Rul-Sub
           END-IF.

       ADD-RULES.
           PERFORM UNTIL WS-End = "N"
               DISPLAY "ENTER RULE ID (4 CHARACTERS): "
               ACCEPT WS-RULE-ID
               IF WS-RULE-ID = SPACES
                   DISPLAY "BLANK RULE ID - RULE REJECTED"
               ELSE
                   PERFORM FIND-RULE
                   IF WS-Rul-Found = "N"
                       MOVE SPACES TO SOD-RULE-RECORD
                       MOVE WS-RULE-ID TO SR-RULE-ID
                   END-IF
                   DISPLAY "FIRST FUNCTION (PROGRAM NAME OR "
                       "TIMECARD-KEY/TIMECARD-APPROVE/PUNCH-KEY/"
                       "EMPLOYEE-CHANGE/EMPLOYEE-PAY-CHANGE): "
                   ACCEPT SR-FUNCTION-A
                   DISPLAY "CONFLICTING FUNCTION: "
                   ACCEPT SR-FUNCTION-B
                   DISPLAY "DESCRIPTION: "
                   ACCEPT SR-DESCRIPTION
                   DISPLAY "ACTIVE (A) OR INACTIVE (I)? "
                   ACCEPT SR-STATUS
                   IF SR-STATUS NOT = "I"
                       MOVE "A" TO SR-STATUS
                   END-IF
                   PERFORM STORE-RULE
               END-IF
               DISPLAY "ADD/CHANGE ANOTHER RULE (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       STORE-RULE.
           IF SR-FUNCTION-A = SPACES OR SR-FUNCTION-B = SPACES
                   OR SR-FUNCTION-A = SR-FUNCTION-B
               DISPLAY "RULE NEEDS TWO DIFFERENT FUNCTIONS - REJECTED"
           ELSE
               MOVE SOD-RULE-RECORD TO WS-NEW-RULE
               IF WS-Rul-Found = "Y"
                   MOVE WS-NEW-RULE TO WS-Rul-Image(WS-Rul-Sub)
                   MOVE "Y" TO WS-Rul-Changed
                   DISPLAY "RULE " SR-RULE-ID " CHANGED."
               ELSE
                   IF WS-Rul-Count >= 99
                       DISPLAY "RULE TABLE FULL - REJECTED"
                   ELSE
                       ADD 1 TO WS-Rul-Count
                       MOVE WS-NEW-RULE TO WS-Rul-Image(WS-Rul-Count)
                       MOVE "Y" TO WS-Rul-Changed
                       DISPLAY "RULE " SR-RULE-ID " ADDED."
                   END-IF
               END-IF
           END-IF.

       ADD-DEFAULT-RULES.
           PERFORM VARYING WS-Dft-Sub FROM 1 BY 1
                   UNTIL WS-Dft-Sub > 7
               MOVE WS-Dft-Image(WS-Dft-Sub) TO SOD-RULE-RECORD
               MOVE SR-RULE-ID TO WS-RULE-ID
               PERFORM FIND-RULE
               IF WS-Rul-Found = "N" AND WS-Rul-Count < 99
                   ADD 1 TO WS-Rul-Count
                   MOVE WS-Dft-Image(WS-Dft-Sub)
                       TO WS-Rul-Image(WS-Rul-Count)
                   MOVE "Y" TO WS-Rul-Changed
                   ADD 1 TO WS-Dft-Added
               END-IF
           END-PERFORM.

       REWRITE-RULES.
           OPEN OUTPUT RuleFile.
           IF WS-Rule-Status NOT = "00"
               DISPLAY "ERROR OPENING RULE FILE: STATUS "
                   WS-Rule-Status
           ELSE
               PERFORM VARYING WS-Rul-Sub FROM 1 BY 1
                       UNTIL WS-Rul-Sub > WS-Rul-Count
                   MOVE WS-Rul-Image(WS-Rul-Sub) TO SOD-RULE-RECORD
                   WRITE SOD-RULE-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE RuleFile
           END-IF.

       LIST-RULES.
           OPEN INPUT RuleFile.
           IF WS-Rule-Status NOT = "00"
               DISPLAY "RULE FILE NOT FOUND."
           ELSE
               DISPLAY "RULE FUNCTION             CONFLICTS WITH"
                   "       DESCRIPTION                    ST"
               PERFORM UNTIL WS-Eof = "Y"
                   READ RuleFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           DISPLAY SR-RULE-ID " "
                               SR-FUNCTION-A " "
                               SR-FUNCTION-B " "
                               SR-DESCRIPTION " "
                               SR-STATUS
                   END-READ
               END-PERFORM
               CLOSE RuleFile
           END-IF.

       SCAN-PERIOD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER PERIOD TO SCAN YYYYMM (0 = CURRENT MONTH): ".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD = 0
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF.

           PERFORM COLLECT-TIMECARDS.
           PERFORM COLLECT-PUNCHES.
           PERFORM COLLECT-CHANGES.
           PERFORM COLLECT-AUDIT-RUNS.

           OPEN OUTPUT ConflictFile.
           IF WS-Conflict-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN DUTY CONFLICT REPORT: STATUS "
                   WS-Conflict-Status
           ELSE
               PERFORM PRINT-CONFLICTS
           END-IF.

       PRINT-CONFLICTS.
           PERFORM OPEN-CSV-EXPORT.
           STRING "RULE,OPERATOR,FUNCTION,COUNT"
               ",CONFLICTING FUNCTION,CONFLICTING COUNT"
               ",DESCRIPTION,FIRST DATE,LAST DATE"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "SEGREGATION OF DUTIES CONFLICTS - PERIOD "
               WS-PERIOD "   RUN " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           STRING "OPERATOR EVENTS READ: " WS-Events-Read
               "   OPERATOR/FUNCTION PAIRS: " WS-Act-Count
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "RULE OPERATOR   FUNCTION             COUNT"
               TO WS-PRINT-LINE.
           MOVE "CONFLICTING FUNCTION COUNT" TO WS-PRINT-LINE(44:26).
           PERFORM WRITE-CONFLICT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.

           PERFORM VARYING WS-Rul-Sub FROM 1 BY 1
                   UNTIL WS-Rul-Sub > WS-Rul-Count
               MOVE WS-Rul-Image(WS-Rul-Sub) TO SOD-RULE-RECORD
               IF SR-STATUS NOT = "I"
                   PERFORM CHECK-RULE
               END-IF
           END-PERFORM.

           IF WS-Violation-Count = 0
               MOVE "NO DUTY CONFLICTS FOUND FOR THE PERIOD"
                   TO WS-PRINT-LINE
               PERFORM WRITE-CONFLICT-LINE
           END-IF.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           STRING "RULES CHECKED: " WS-Rules-Checked
               "   RULES VIOLATED: " WS-Rules-Violated
               "   CONFLICTS: " WS-Violation-Count
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           IF WS-Act-Dropped > 0
               STRING "*** ACTIVITY TABLE FULL - " WS-Act-Dropped
                   " EVENT(S) NOT SCANNED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-CONFLICT-LINE
           END-IF.

           PERFORM WRITE-SIGN-OFF.

           CLOSE ConflictFile.
           PERFORM CLOSE-CSV-EXPORT.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-Operator-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "DUTY CONFLICT SCAN COMPLETE: " WS-Violation-Count
               " CONFLICT(S) ON " WS-Rules-Violated " RULE(S)".

       COLLECT-TIMECARDS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT TimecardFile.
           IF WS-Timecard-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ TimecardFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           MOVE TC-WEEK-ENDING(1:6) TO WS-RECORD-PERIOD
                           IF WS-RECORD-PERIOD = WS-PERIOD
                               MOVE TC-WEEK-ENDING TO WS-EVENT-DATE
                               MOVE TC-OPERATOR-ID TO WS-EVENT-OPERATOR
                               MOVE "TIMECARD-KEY" TO WS-EVENT-FUNCTION
                               PERFORM RECORD-ACTIVITY
                               IF TC-APPROVAL-STATUS = "A" OR "R"
                                   MOVE TC-APPROVER-ID
                                       TO WS-EVENT-OPERATOR
                                   MOVE "TIMECARD-APPROVE"
                                       TO WS-EVENT-FUNCTION
                                   PERFORM RECORD-ACTIVITY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TimecardFile
           END-IF.

       COLLECT-PUNCHES.
           MOVE "N" TO WS-Eof.
           OPEN INPUT PunchFile.
           IF WS-Punch-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ PunchFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           MOVE PU-ENTRY-DATE(1:6) TO WS-RECORD-PERIOD
                           IF WS-RECORD-PERIOD = WS-PERIOD
                               MOVE PU-ENTRY-DATE TO WS-EVENT-DATE
                               MOVE PU-OPERATOR-ID TO WS-EVENT-OPERATOR
                               MOVE "PUNCH-KEY" TO WS-EVENT-FUNCTION
                               PERFORM RECORD-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PunchFile
           END-IF.

       COLLECT-CHANGES.
           MOVE "N" TO WS-Eof.
           OPEN INPUT ChangeFile.
           IF WS-Change-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ ChangeFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           MOVE CH-CHANGE-DATE(1:6) TO WS-RECORD-PERIOD
                           IF WS-RECORD-PERIOD = WS-PERIOD
                               PERFORM RECORD-CHANGE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChangeFile
           END-IF.

       RECORD-CHANGE-ACTIVITY.
           MOVE CH-CHANGE-DATE TO WS-EVENT-DATE.
           MOVE CH-OPERATOR-ID TO WS-EVENT-OPERATOR.
           MOVE "EMPLOYEE-CHANGE" TO WS-EVENT-FUNCTION.
           PERFORM RECORD-ACTIVITY.
           IF CH-FIELD-NAME = "SALARY" OR "REGULAR RATE"
                   OR "OVERTIME RATE" OR "HOLIDAY RATE"
                   OR "PAY GRADE" OR "PAY TYPE"
                   OR "PAYMENT METHOD" OR "BANK ACCOUNT"
               MOVE "EMPLOYEE-PAY-CHANGE" TO WS-EVENT-FUNCTION
               PERFORM RECORD-ACTIVITY
           END-IF.

       COLLECT-AUDIT-RUNS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ AuditFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           MOVE AUD-START-TIME(1:6) TO WS-RECORD-PERIOD
                           IF WS-RECORD-PERIOD = WS-PERIOD
                               MOVE AUD-START-TIME(1:8) TO WS-EVENT-DATE
                               MOVE AUD-OPERATOR-ID TO WS-EVENT-OPERATOR
                               MOVE AUD-PROGRAM-NAME
                                   TO WS-EVENT-FUNCTION
                               PERFORM RECORD-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       RECORD-ACTIVITY.
           IF WS-EVENT-OPERATOR NOT = SPACES AND NOT = "BATCH"
               PERFORM ACCUMULATE-ACTIVITY
           END-IF.

       ACCUMULATE-ACTIVITY.
           ADD 1 TO WS-Events-Read.
           MOVE "N" TO WS-Act-Found.
           PERFORM VARYING WS-Act-Sub FROM 1 BY 1
                   UNTIL WS-Act-Sub > WS-Act-Count
                       OR WS-Act-Found = "Y"
               IF WS-Act-Operator(WS-Act-Sub) = WS-EVENT-OPERATOR
                       AND WS-Act-Function(WS-Act-Sub)
                           = WS-EVENT-FUNCTION
                   MOVE "Y" TO WS-Act-Found
               END-IF
           END-PERFORM.
           IF WS-Act-Found = "Y"
               SUBTRACT 1 FROM WS-Act-Sub
           ELSE
               IF WS-Act-Count < 2000
                   PERFORM ADD-ACTIVITY-ENTRY
               ELSE
                   ADD 1 TO WS-Act-Dropped
               END-IF
           END-IF.
           IF WS-Act-Found = "Y"
               PERFORM COUNT-ACTIVITY-EVENT
           END-IF.

       ADD-ACTIVITY-ENTRY.
           ADD 1 TO WS-Act-Count.
           MOVE WS-Act-Count TO WS-Act-Sub.
           MOVE WS-EVENT-OPERATOR TO WS-Act-Operator(WS-Act-Sub).
           MOVE WS-EVENT-FUNCTION TO WS-Act-Function(WS-Act-Sub).
           MOVE 0 TO WS-Act-Events(WS-Act-Sub).
           MOVE WS-EVENT-DATE TO WS-Act-First(WS-Act-Sub)
               WS-Act-Last(WS-Act-Sub).
           MOVE "Y" TO WS-Act-Found.

       COUNT-ACTIVITY-EVENT.
           ADD 1 TO WS-Act-Events(WS-Act-Sub).
           IF WS-EVENT-DATE < WS-Act-First(WS-Act-Sub)
               MOVE WS-EVENT-DATE TO WS-Act-First(WS-Act-Sub)
           END-IF.
           IF WS-EVENT-DATE > WS-Act-Last(WS-Act-Sub)
               MOVE WS-EVENT-DATE TO WS-Act-Last(WS-Act-Sub)
           END-IF.

       CHECK-RULE.
           ADD 1 TO WS-Rules-Checked.
           MOVE 0 TO WS-Rule-Hits.
           PERFORM VARYING WS-Act-Sub FROM 1 BY 1
                   UNTIL WS-Act-Sub > WS-Act-Count
               IF WS-Act-Function(WS-Act-Sub) = SR-FUNCTION-A
                   PERFORM FIND-CONFLICTING-ACTIVITY
               END-IF
           END-PERFORM.
           IF WS-Rule-Hits > 0
               ADD 1 TO WS-Rules-Violated
           END-IF.

       FIND-CONFLICTING-ACTIVITY.
           MOVE "N" TO WS-Act-Found.
           PERFORM VARYING WS-Act-Match FROM 1 BY 1
                   UNTIL WS-Act-Match > WS-Act-Count
                       OR WS-Act-Found = "Y"
               IF WS-Act-Operator(WS-Act-Match)
                       = WS-Act-Operator(WS-Act-Sub)
                       AND WS-Act-Function(WS-Act-Match)
                           = SR-FUNCTION-B
                   MOVE "Y" TO WS-Act-Found
               END-IF
           END-PERFORM.
           IF WS-Act-Found = "Y"
               SUBTRACT 1 FROM WS-Act-Match
               PERFORM REPORT-VIOLATION
           END-IF.

       REPORT-VIOLATION.
           ADD 1 TO WS-Violation-Count.
           ADD 1 TO WS-Rule-Hits.
           MOVE SR-RULE-ID                    TO WS-DL-RULE.
           MOVE WS-Act-Operator(WS-Act-Sub)   TO WS-DL-OPERATOR.
           MOVE SR-FUNCTION-A                 TO WS-DL-FUNC-A.
           MOVE WS-Act-Events(WS-Act-Sub)     TO WS-DL-COUNT-A.
           MOVE SR-FUNCTION-B                 TO WS-DL-FUNC-B.
           MOVE WS-Act-Events(WS-Act-Match)   TO WS-DL-COUNT-B.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE SR-DESCRIPTION TO WS-DT-DESC.
           MOVE WS-Act-First(WS-Act-Sub) TO WS-DT-FIRST-A.
           IF WS-Act-First(WS-Act-Match) < WS-DT-FIRST-A
               MOVE WS-Act-First(WS-Act-Match) TO WS-DT-FIRST-A
           END-IF.
           MOVE WS-Act-Last(WS-Act-Sub) TO WS-DT-LAST-B.
           IF WS-Act-Last(WS-Act-Match) > WS-DT-LAST-B
               MOVE WS-Act-Last(WS-Act-Match) TO WS-DT-LAST-B
           END-IF.
           MOVE WS-DATES-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE SR-RULE-ID                  TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Act-Operator(WS-Act-Sub) TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE SR-FUNCTION-A               TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Act-Events(WS-Act-Sub)   TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE SR-FUNCTION-B               TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-Act-Events(WS-Act-Match) TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE SR-DESCRIPTION              TO EX-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-DT-FIRST-A               TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-DT-LAST-B                TO EX-AMOUNT.
           PERFORM ADD-CSV-NUMBER.
           PERFORM WRITE-CSV-ROW.

           MOVE SPACES TO WS-Alert-Message.
           STRING WS-Act-Operator(WS-Act-Sub) DELIMITED BY SPACE
               " " SR-RULE-ID " " SR-DESCRIPTION
               DELIMITED BY SIZE INTO WS-Alert-Message.
           CALL "ERROR-LOG" USING WS-Alert-Program
               WS-Alert-Severity WS-Alert-Status WS-Alert-Message.

       WRITE-SIGN-OFF.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "CONTROLLER REVIEW AND SIGN-OFF" TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE ALL "-" TO WS-PRINT-LINE(1:30).
           PERFORM WRITE-CONFLICT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "REVIEWED BY: ______________________________"
               TO WS-PRINT-LINE.
           MOVE "DATE: ____________" TO WS-PRINT-LINE(50:18).
           PERFORM WRITE-CONFLICT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "SIGNATURE:   ______________________________"
               TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "CONFLICTS ACCEPTED (A) / TO BE RESOLVED (R): ___"
               TO WS-PRINT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "COMMENTS: ____________________________________"
               TO WS-PRINT-LINE.
           MOVE "__________________" TO WS-PRINT-LINE(48:18).
           PERFORM WRITE-CONFLICT-LINE.
           MOVE "__________________________________________________"
               TO WS-PRINT-LINE.
           MOVE "_______________" TO WS-PRINT-LINE(51:15).
           PERFORM WRITE-CONFLICT-LINE.

       WRITE-CONFLICT-LINE.
           MOVE WS-PRINT-LINE TO CONFLICT-LINE.
           WRITE CONFLICT-LINE.
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
