       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-QUEUE-SCAN INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "workrules.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT TimecardFile ASSIGN TO "timecards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT LeaveRequestFile ASSIGN TO "leaverequests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT VoucherFile ASSIGN TO "vouchers.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT SuspenseFile ASSIGN TO "suspense.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT ReconExceptionFile ASSIGN TO "reconexceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT ResolutionFile ASSIGN TO "reconresolved.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESOLUTION-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RuleFile.
       COPY "WorkRule.cpy".

       FD TimecardFile.
       COPY "Timecard.cpy".

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD LeaveRequestFile.
       01 LEAVE-REQUEST-RECORD.
           02 LQ-EMPLOYEE-ID      PIC 9(5).
           02 LQ-LEAVE-TYPE       PIC X.
           02 LQ-LEAVE-DATE       PIC 9(8).
           02 LQ-HOURS            PIC 99V99.
           02 LQ-ENTRY-DATE       PIC 9(8).
           02 LQ-OPERATOR-ID      PIC X(10).

       FD VoucherFile.
       COPY "Voucher.cpy".

       FD SuspenseFile.
       01 SuspenseRecord.
           05 SUS-TIMESTAMP     PIC 9(8).
           05 FILLER            PIC X.
           05 SUS-TOTAL         PIC S99.
           05 FILLER            PIC X.
           05 SUS-REASON        PIC X(30).

       FD ReconExceptionFile.
       01 ReconExceptionRecord.
           05 REX-TIMESTAMP     PIC 9(8).
           05 FILLER            PIC X.
           05 REX-TOTAL         PIC S99.
           05 FILLER            PIC X.
           05 REX-MESSAGE       PIC X(40).

       FD ResolutionFile.
       01 RESOLUTION-RECORD.
           05 RZ-TIMESTAMP      PIC 9(8).
           05 RZ-MESSAGE        PIC X(40).
           05 RZ-RESOLVED-BY    PIC X(10).
           05 RZ-RESOLVED-DATE  PIC 9(8).

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS       PIC XX.
       01 WS-TIMECARD-STATUS   PIC XX.
       01 WS-ORDER-STATUS      PIC XX.
       01 WS-REQUEST-STATUS    PIC XX.
       01 WS-VOUCHER-STATUS    PIC XX.
       01 WS-SUSPENSE-STATUS   PIC XX.
       01 WS-RECON-STATUS      PIC XX.
       01 WS-RESOLUTION-STATUS PIC XX.
       01 WS-FILE-STATUS       PIC XX.
       01 WS-EOF               PIC X VALUE "N".

       01 WS-DEFAULT-RULES.
           02 FILLER.
             03 FILLER PIC XX    VALUE "TC".
             03 FILLER PIC X(24) VALUE "TIMECARD APPROVAL".
             03 FILLER PIC 9     VALUE 2.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "TIMECARD-APPROVAL".
             03 FILLER PIC 9(3)  VALUE 3.
             03 FILLER PIC X(10) VALUE "PAYROLLMGR".
           02 FILLER.
             03 FILLER PIC XX    VALUE "CH".
             03 FILLER PIC X(24) VALUE "ORDER ON CREDIT HOLD".
             03 FILLER PIC 9     VALUE 2.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "CREDIT-RELEASE".
             03 FILLER PIC 9(3)  VALUE 2.
             03 FILLER PIC X(10) VALUE "CREDITMGR".
           02 FILLER.
             03 FILLER PIC XX    VALUE "LV".
             03 FILLER PIC X(24) VALUE "LEAVE REQUEST".
             03 FILLER PIC 9     VALUE 2.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "LEAVE-REQUEST".
             03 FILLER PIC 9(3)  VALUE 5.
             03 FILLER PIC X(10) VALUE "HRMGR".
           02 FILLER.
             03 FILLER PIC XX    VALUE "VO".
             03 FILLER PIC X(24) VALUE "VOUCHER DUE FOR PAYMENT".
             03 FILLER PIC 9     VALUE 2.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "AP-PAYMENTS".
             03 FILLER PIC 9(3)  VALUE 5.
             03 FILLER PIC X(10) VALUE "APMGR".
           02 FILLER.
             03 FILLER PIC XX    VALUE "SU".
             03 FILLER PIC X(24) VALUE "SUSPENSE ITEM".
             03 FILLER PIC 9     VALUE 1.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "SUSPENSE-REWORK".
             03 FILLER PIC 9(3)  VALUE 2.
             03 FILLER PIC X(10) VALUE "OPSMGR".
           02 FILLER.
             03 FILLER PIC XX    VALUE "RX".
             03 FILLER PIC X(24) VALUE "RECON EXCEPTION".
             03 FILLER PIC 9     VALUE 1.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "RECON-AGING".
             03 FILLER PIC 9(3)  VALUE 7.
             03 FILLER PIC X(10) VALUE "OPSMGR".
           02 FILLER.
             03 FILLER PIC XX    VALUE "PN".
             03 FILLER PIC X(24) VALUE "PRENOTE AWAITING CONFIRM".
             03 FILLER PIC 9     VALUE 1.
             03 FILLER PIC X(10) VALUE SPACES.
             03 FILLER PIC X(20) VALUE "EMPLOYEE-MANAGEMENT".
             03 FILLER PIC 9(3)  VALUE 10.
             03 FILLER PIC X(10) VALUE "PAYROLLMGR".
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-RULES.
           02 WS-Dft-Image PIC X(70) OCCURS 7 TIMES.
       01 WS-Dft-Sub          PIC 9.

       01 WS-Resolved-Table.
           02 WS-Resolved-Count PIC 9(3) VALUE 0.
           02 WS-Res-Entry OCCURS 500 TIMES.
             03 WS-Res-Timestamp PIC 9(8).
             03 WS-Res-Message   PIC X(40).
       01 WS-Res-Sub          PIC 9(3).
       01 WS-RESOLVED         PIC X.

       01 WS-RULE-TYPE        PIC XX.
       01 WS-RULE-SUB         PIC 99.
       01 WS-RULE-FOUND       PIC X.
       01 WS-SUB              PIC 99.
       01 WS-RECORD-NUMBER    PIC 9(3).
       01 WS-LAST-ORDER       PIC 9(6).
       01 WS-NOTE-FILE        PIC X(20).
       01 WS-NOTE-STATUS      PIC XX.
       01 WS-EMPLOYEE-ID      PIC 9(5).

       01 WS-ITEM-KEY         PIC X(15).
       01 WS-ITEM-DATE        PIC 9(8).
       01 WS-ITEM-OWNER       PIC X(10).
       01 WS-ITEM-DETAIL      PIC X(30).

       01 WS-WORK-DATE        PIC 9(8).
       01 WS-WORK-YEAR        PIC 9(4).
       01 WS-WORK-MONTH       PIC 99.
       01 WS-WORK-DAY         PIC 99.
       01 WS-DAY-NUMBER       PIC 9(7).
       01 WS-TODAY-DAYS       PIC 9(7).
       01 WS-AGE-DAYS         PIC S9(7).

       LINKAGE SECTION.
       COPY "WorkQueue.cpy".

       PROCEDURE DIVISION USING WORK-QUEUE-AREA.
           ACCEPT WQ-TODAY FROM DATE YYYYMMDD.
           MOVE WQ-TODAY TO WS-WORK-DATE.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.
           MOVE 0 TO WQ-RULE-COUNT WQ-NOTE-COUNT WQ-ITEM-COUNT
               WQ-ITEM-DROPPED.

           PERFORM LOAD-WORK-RULES.
           IF WQ-RULE-COUNT = 0
               PERFORM LOAD-DEFAULT-RULES
           END-IF.

           MOVE "TC" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-TIMECARDS
           END-IF.
           MOVE "CH" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-CREDIT-HOLDS
           END-IF.
           MOVE "LV" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-LEAVE-REQUESTS
           END-IF.
           MOVE "VO" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-VOUCHERS
           END-IF.
           MOVE "SU" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-SUSPENSE
           END-IF.
           MOVE "RX" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-RECON-EXCEPTIONS
           END-IF.
           MOVE "PN" TO WS-RULE-TYPE.
           PERFORM FIND-WORK-RULE.
           IF WS-RULE-FOUND = "Y"
               PERFORM SCAN-PRENOTES
           END-IF.

           EXIT PROGRAM.

       LOAD-WORK-RULES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RuleFile.
           IF WS-RULE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WQ-RULE-COUNT >= 20
                   READ RuleFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM STORE-WORK-RULE
                   END-READ
               END-PERFORM
               CLOSE RuleFile
           END-IF.

       LOAD-DEFAULT-RULES.
           PERFORM VARYING WS-Dft-Sub FROM 1 BY 1
                   UNTIL WS-Dft-Sub > 7
               MOVE WS-Dft-Image(WS-Dft-Sub) TO WORK-RULE-RECORD
               PERFORM STORE-WORK-RULE
           END-PERFORM.

       STORE-WORK-RULE.
           ADD 1 TO WQ-RULE-COUNT.
           MOVE WR-ITEM-TYPE   TO WQ-RULE-TYPE(WQ-RULE-COUNT).
           MOVE WR-DESCRIPTION TO WQ-RULE-DESC(WQ-RULE-COUNT).
           MOVE WR-MIN-LEVEL   TO WQ-RULE-LEVEL(WQ-RULE-COUNT).
           MOVE WR-ASSIGNEE-ID TO WQ-RULE-ASSIGNEE(WQ-RULE-COUNT).
           MOVE WR-PROGRAM     TO WQ-RULE-PROGRAM(WQ-RULE-COUNT).
           MOVE WR-AGE-LIMIT   TO WQ-RULE-LIMIT(WQ-RULE-COUNT).
           MOVE WR-MANAGER-ID  TO WQ-RULE-MANAGER(WQ-RULE-COUNT).
           MOVE 0 TO WQ-RULE-ITEMS(WQ-RULE-COUNT)
               WQ-RULE-OVERDUE(WQ-RULE-COUNT).

       FIND-WORK-RULE.
           MOVE "N" TO WS-RULE-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WQ-RULE-COUNT
                       OR WS-RULE-FOUND = "Y"
               IF WQ-RULE-TYPE(WS-SUB) = WS-RULE-TYPE
                   MOVE "Y" TO WS-RULE-FOUND
                   MOVE WS-SUB TO WS-RULE-SUB
               END-IF
           END-PERFORM.

       SCAN-TIMECARDS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TimecardFile.
           IF WS-TIMECARD-STATUS NOT = "00"
               MOVE "timecards.dat" TO WS-NOTE-FILE
               MOVE WS-TIMECARD-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ TimecardFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TC-APPROVAL-STATUS = "P"
                                   OR TC-APPROVAL-STATUS = "H"
                               PERFORM ADD-TIMECARD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TimecardFile
           END-IF.

       ADD-TIMECARD-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-DETAIL WS-ITEM-OWNER.
           STRING "EMP " TC-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           IF TC-APPROVAL-STATUS = "H"
               STRING "WEEK ENDING " TC-WEEK-ENDING " HELD"
                   DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               MOVE TC-APPROVER-ID TO WS-ITEM-OWNER
           ELSE
               STRING "WEEK ENDING " TC-WEEK-ENDING " PENDING"
                   DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-IF.
           MOVE TC-ENTRY-DATE TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       SCAN-CREDIT-HOLDS.
           MOVE 0 TO WS-LAST-ORDER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT OrderFile.
           IF WS-ORDER-STATUS NOT = "00"
               MOVE "orders.dat" TO WS-NOTE-FILE
               MOVE WS-ORDER-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF OR-ORDER-STATUS = "H"
                                   AND OR-ORDER-NUMBER
                                       NOT = WS-LAST-ORDER
                               MOVE OR-ORDER-NUMBER TO WS-LAST-ORDER
                               PERFORM ADD-CREDIT-HOLD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.

       ADD-CREDIT-HOLD-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-DETAIL WS-ITEM-OWNER.
           STRING "ORDER " OR-ORDER-NUMBER
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           STRING "CUSTOMER " OR-CUSTOMER-ID
               DELIMITED BY SIZE INTO WS-ITEM-DETAIL.
           MOVE OR-ORDER-DATE TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       SCAN-LEAVE-REQUESTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LeaveRequestFile.
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "leaverequests.dat" TO WS-NOTE-FILE
               MOVE WS-REQUEST-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LeaveRequestFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LQ-LEAVE-DATE NOT < WQ-TODAY
                               PERFORM ADD-LEAVE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LeaveRequestFile
           END-IF.

       ADD-LEAVE-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-DETAIL WS-ITEM-OWNER.
           STRING "EMP " LQ-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           STRING "TYPE " LQ-LEAVE-TYPE " FOR " LQ-LEAVE-DATE
               DELIMITED BY SIZE INTO WS-ITEM-DETAIL.
           MOVE LQ-ENTRY-DATE TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       SCAN-VOUCHERS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT VoucherFile.
           IF WS-VOUCHER-STATUS NOT = "00"
               MOVE "vouchers.dat" TO WS-NOTE-FILE
               MOVE WS-VOUCHER-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ VoucherFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF VO-STATUS = "O"
                                   AND VO-DUE-DATE NOT > WQ-TODAY
                               PERFORM ADD-VOUCHER-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VoucherFile
           END-IF.

       ADD-VOUCHER-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-DETAIL WS-ITEM-OWNER.
           STRING "VOUCHER " VO-VOUCHER-NO
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           STRING "VENDOR " VO-VENDOR-ID " INV " VO-INVOICE-REF
               DELIMITED BY SIZE INTO WS-ITEM-DETAIL.
           MOVE VO-DUE-DATE TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       SCAN-SUSPENSE.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SuspenseFile.
           IF WS-SUSPENSE-STATUS NOT = "00"
               MOVE "suspense.dat" TO WS-NOTE-FILE
               MOVE WS-SUSPENSE-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ SuspenseFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM ADD-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
           END-IF.

       ADD-SUSPENSE-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-OWNER.
           STRING "ITEM " WS-RECORD-NUMBER
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           MOVE SUS-REASON TO WS-ITEM-DETAIL.
           MOVE SUS-TIMESTAMP TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       SCAN-RECON-EXCEPTIONS.
           PERFORM LOAD-RESOLUTIONS.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ReconExceptionFile.
           IF WS-RECON-STATUS NOT = "00"
               MOVE "reconexceptions.dat" TO WS-NOTE-FILE
               MOVE WS-RECON-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ReconExceptionFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CHECK-RESOLVED
                           IF WS-RESOLVED = "N"
                               PERFORM ADD-RECON-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReconExceptionFile
           END-IF.

       LOAD-RESOLUTIONS.
           MOVE 0 TO WS-Resolved-Count.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ResolutionFile.
           IF WS-RESOLUTION-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                       OR WS-Resolved-Count >= 500
                   READ ResolutionFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Resolved-Count
                           MOVE RZ-TIMESTAMP TO
                               WS-Res-Timestamp(WS-Resolved-Count)
                           MOVE RZ-MESSAGE TO
                               WS-Res-Message(WS-Resolved-Count)
                   END-READ
               END-PERFORM
               CLOSE ResolutionFile
           END-IF.

       CHECK-RESOLVED.
           MOVE "N" TO WS-RESOLVED.
           PERFORM VARYING WS-Res-Sub FROM 1 BY 1
                   UNTIL WS-Res-Sub > WS-Resolved-Count
                       OR WS-RESOLVED = "Y"
               IF WS-Res-Timestamp(WS-Res-Sub) = REX-TIMESTAMP
                       AND WS-Res-Message(WS-Res-Sub) = REX-MESSAGE
                   MOVE "Y" TO WS-RESOLVED
               END-IF
           END-PERFORM.

       ADD-RECON-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-OWNER.
           STRING "EXCEPTION " WS-RECORD-NUMBER
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           MOVE REX-MESSAGE TO WS-ITEM-DETAIL.
           MOVE REX-TIMESTAMP TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       SCAN-PRENOTES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "employee-master.dat" TO WS-NOTE-FILE
               MOVE WS-FILE-STATUS TO WS-NOTE-STATUS
               PERFORM NOTE-UNAVAILABLE-FILE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EM-PRENOTE-STATUS = "S"
                               PERFORM ADD-PRENOTE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       ADD-PRENOTE-ITEM.
           MOVE SPACES TO WS-ITEM-KEY WS-ITEM-DETAIL WS-ITEM-OWNER.
           MOVE EM-EMPLOYEE-ID-PACKED TO WS-EMPLOYEE-ID.
           STRING "EMP " WS-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           STRING "PRENOTE " EM-LAST-NAME " " EM-BANK-ROUTING
               DELIMITED BY SIZE INTO WS-ITEM-DETAIL.
           MOVE EM-PRENOTE-DATE TO WS-ITEM-DATE.
           PERFORM ADD-WORK-ITEM.

       ADD-WORK-ITEM.
           IF WQ-ITEM-COUNT >= 2000
               ADD 1 TO WQ-ITEM-DROPPED
           ELSE
               ADD 1 TO WQ-ITEM-COUNT
               MOVE WS-RULE-SUB    TO WQ-ITEM-RULE(WQ-ITEM-COUNT)
               MOVE WS-ITEM-KEY    TO WQ-ITEM-KEY(WQ-ITEM-COUNT)
               MOVE WS-ITEM-DATE   TO WQ-ITEM-DATE(WQ-ITEM-COUNT)
               MOVE WS-ITEM-OWNER  TO WQ-ITEM-OWNER(WQ-ITEM-COUNT)
               MOVE WS-ITEM-DETAIL TO WQ-ITEM-DETAIL(WQ-ITEM-COUNT)
               MOVE WS-ITEM-DATE TO WS-WORK-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DAY-NUMBER
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WQ-ITEM-AGE(WQ-ITEM-COUNT)
               ADD 1 TO WQ-RULE-ITEMS(WS-RULE-SUB)
               IF WQ-ITEM-AGE(WQ-ITEM-COUNT)
                       > WQ-RULE-LIMIT(WS-RULE-SUB)
                   ADD 1 TO WQ-RULE-OVERDUE(WS-RULE-SUB)
               END-IF
           END-IF.

       NOTE-UNAVAILABLE-FILE.
           IF WS-NOTE-STATUS NOT = "35" AND WQ-NOTE-COUNT < 10
               ADD 1 TO WQ-NOTE-COUNT
               MOVE SPACES TO WQ-NOTE(WQ-NOTE-COUNT)
               STRING "FILE " DELIMITED BY SIZE
                   WS-NOTE-FILE DELIMITED BY SPACE
                   " NOT AVAILABLE: STATUS " WS-NOTE-STATUS
                   DELIMITED BY SIZE INTO WQ-NOTE(WQ-NOTE-COUNT)
           END-IF.

       DATE-TO-DAYS.
           MOVE WS-WORK-DATE(1:4) TO WS-WORK-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-WORK-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-WORK-DAY.
           COMPUTE WS-DAY-NUMBER =
               (WS-WORK-YEAR * 360)
             + (WS-WORK-MONTH * 30)
             + WS-WORK-DAY.
