       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-PREMIUM-AUDIT.

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
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WcRateFile ASSIGN TO "wcrates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PayrollHistoryFile.
       COPY "PayrollHistory.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD WcRateFile.
       COPY "WcRate.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-WCRATE-STATUS    PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-DATE-OK          PIC X.
       01 WS-EMPLOYEE-OK      PIC X.

       01 WS-POLICY-START     PIC 9(8).
       01 WS-POLICY-END       PIC 9(8).

       01 WS-RATE-TABLE.
           02 WS-RATE-COUNT PIC 9(4) VALUE 0.
           02 WS-RATE-ENTRY OCCURS 2000 TIMES.
             03 WS-RT-CLASS       PIC X(4).
             03 WS-RT-STATE       PIC XX.
             03 WS-RT-EFFECTIVE   PIC 9(8).
             03 WS-RT-DESCRIPTION PIC X(30).
             03 WS-RT-RATE        PIC 9(3)V9999.
       01 WS-RATE-SUB         PIC 9(4).
       01 WS-RATE-LATEST      PIC 9(8).

       01 WS-CLASS-TABLE.
           02 WS-CLS-COUNT PIC 9(3) VALUE 0.
           02 WS-CLS-ENTRY OCCURS 300 TIMES.
             03 WS-CLS-KEY.
               04 WS-CLS-CODE     PIC X(4).
               04 WS-CLS-STATE    PIC XX.
             03 WS-CLS-DESCRIPTION PIC X(30).
             03 WS-CLS-GROSS      PIC 9(9)V99.
             03 WS-CLS-OT-PREMIUM PIC 9(9)V99.
             03 WS-CLS-WAGES      PIC 9(9)V99.
             03 WS-CLS-RATE       PIC 9(3)V9999.
             03 WS-CLS-RATE-FOUND PIC X.
             03 WS-CLS-PREMIUM    PIC 9(9)V99.
       01 WS-CLS-SUB          PIC 9(3).
       01 WS-CLS-FOUND        PIC 9(3).
       01 WS-CLS-INSERT       PIC 9(3).
       01 WS-LOOKUP-KEY.
           02 WS-LOOKUP-CLASS     PIC X(4).
           02 WS-LOOKUP-STATE     PIC XX.

       01 WS-MISSING-TABLE.
           02 WS-MISS-COUNT PIC 9(4) VALUE 0.
           02 WS-MISS-ENTRY OCCURS 1000 TIMES.
             03 WS-MISS-EMPLOYEE  PIC 9(5).
             03 WS-MISS-NAME      PIC X(21).
             03 WS-MISS-STATE     PIC XX.
             03 WS-MISS-WAGES     PIC 9(9)V99.
       01 WS-MISS-SUB         PIC 9(4).
       01 WS-MISS-FOUND       PIC 9(4).

       01 WS-OT-PREMIUM       PIC 9(7)V99.
       01 WS-AUDIT-WAGES      PIC 9(7)V99.
       01 WS-OVERFLOW-COUNT   PIC 9(6) VALUE 0.
       01 WS-RECORD-COUNT     PIC 9(6) VALUE 0.
       01 WS-NO-RATE-COUNT    PIC 9(3) VALUE 0.
       01 WS-TOTAL-GROSS      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-OT-PREMIUM PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-WAGES      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PREMIUM    PIC 9(9)V99 VALUE 0.
       01 WS-UNCLASSED-WAGES  PIC 9(9)V99 VALUE 0.

       01 WS-SHOW-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-OT          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-WAGES       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-RATE        PIC ZZ9.9999.
       01 WS-SHOW-PREMIUM     PIC ZZ,ZZZ,ZZ9.99.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "WC-PREMIUM-AUDIT".
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

           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER POLICY PERIOD START DATE (YYYYMMDD): "
               ACCEPT WS-POLICY-START
               CALL "DATE-VALIDATE" USING WS-POLICY-START WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER POLICY PERIOD END DATE (YYYYMMDD): "
               ACCEPT WS-POLICY-END
               CALL "DATE-VALIDATE" USING WS-POLICY-END WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               ELSE
                   IF WS-POLICY-END < WS-POLICY-START
                       DISPLAY "END DATE IS BEFORE START DATE - "
                           "PLEASE RE-ENTER"
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM LOAD-WC-RATES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT PayrollHistoryFile.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYROLL HISTORY: STATUS "
                   WS-HISTORY-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PayrollHistoryFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PH-PAY-DATE >= WS-POLICY-START
                               AND PH-PAY-DATE <= WS-POLICY-END
                           PERFORM ACCUMULATE-WAGES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PayrollHistoryFile.
           CLOSE EMPLOYEE-MASTER-FILE.

           PERFORM PRICE-CLASS-CODES.
           PERFORM PRINT-AUDIT-REPORT.
           PERFORM PRINT-MISSING-CLASS.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-WC-RATES.
           OPEN INPUT WcRateFile.
           IF WS-WCRATE-STATUS NOT = "00"
               DISPLAY "WORKERS COMP RATE FILE NOT FOUND - "
                   "PREMIUM WILL NOT BE ESTIMATED"
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-RATE-COUNT >= 2000
                   READ WcRateFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RATE-COUNT
                           MOVE WR-CLASS-CODE
                               TO WS-RT-CLASS(WS-RATE-COUNT)
                           MOVE WR-STATE
                               TO WS-RT-STATE(WS-RATE-COUNT)
                           MOVE WR-EFFECTIVE-DATE
                               TO WS-RT-EFFECTIVE(WS-RATE-COUNT)
                           MOVE WR-DESCRIPTION
                               TO WS-RT-DESCRIPTION(WS-RATE-COUNT)
                           MOVE WR-RATE
                               TO WS-RT-RATE(WS-RATE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WcRateFile
           END-IF.

       ACCUMULATE-WAGES.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.

           MOVE PH-WC-CLASS-CODE TO WS-LOOKUP-CLASS.
           MOVE PH-WORK-STATE TO WS-LOOKUP-STATE.
           IF WS-LOOKUP-CLASS = SPACES AND WS-EMPLOYEE-OK = "Y"
               MOVE EM-WC-CLASS-CODE TO WS-LOOKUP-CLASS
           END-IF.
           IF WS-LOOKUP-STATE = SPACES AND WS-EMPLOYEE-OK = "Y"
               MOVE EM-WORK-STATE TO WS-LOOKUP-STATE
           END-IF.

           MOVE 0 TO WS-OT-PREMIUM.
           IF PH-OT-PREMIUM NUMERIC
               MOVE PH-OT-PREMIUM TO WS-OT-PREMIUM
           END-IF.
           IF WS-OT-PREMIUM > PH-GROSS-PAY
               MOVE PH-GROSS-PAY TO WS-OT-PREMIUM
           END-IF.
           COMPUTE WS-AUDIT-WAGES = PH-GROSS-PAY - WS-OT-PREMIUM.

           IF WS-LOOKUP-CLASS = SPACES
               PERFORM NOTE-MISSING-CLASS
               MOVE "NONE" TO WS-LOOKUP-CLASS
           END-IF.
           PERFORM FIND-CLASS-ENTRY.
           IF WS-CLS-FOUND = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD PH-GROSS-PAY TO WS-CLS-GROSS(WS-CLS-FOUND)
               ADD WS-OT-PREMIUM TO WS-CLS-OT-PREMIUM(WS-CLS-FOUND)
               ADD WS-AUDIT-WAGES TO WS-CLS-WAGES(WS-CLS-FOUND)
           END-IF.

       NOTE-MISSING-CLASS.
           ADD WS-AUDIT-WAGES TO WS-UNCLASSED-WAGES.
           MOVE 0 TO WS-MISS-FOUND.
           PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
                   UNTIL WS-MISS-SUB > WS-MISS-COUNT
               IF WS-MISS-EMPLOYEE(WS-MISS-SUB) = PH-EMPLOYEE-ID
                   MOVE WS-MISS-SUB TO WS-MISS-FOUND
                   MOVE WS-MISS-COUNT TO WS-MISS-SUB
               END-IF
           END-PERFORM.
           IF WS-MISS-FOUND = 0 AND WS-MISS-COUNT < 1000
               ADD 1 TO WS-MISS-COUNT
               MOVE WS-MISS-COUNT TO WS-MISS-FOUND
               MOVE PH-EMPLOYEE-ID TO WS-MISS-EMPLOYEE(WS-MISS-FOUND)
               MOVE WS-LOOKUP-STATE TO WS-MISS-STATE(WS-MISS-FOUND)
               MOVE 0 TO WS-MISS-WAGES(WS-MISS-FOUND)
               IF WS-EMPLOYEE-OK = "Y"
                   CALL "NAME-JOIN" USING EM-FIRST-NAME EM-LAST-NAME
                       WS-MISS-NAME(WS-MISS-FOUND)
               ELSE
                   MOVE "NOT ON EMPLOYEE MASTER"
                       TO WS-MISS-NAME(WS-MISS-FOUND)
               END-IF
           END-IF.
           IF WS-MISS-FOUND > 0
               ADD WS-AUDIT-WAGES TO WS-MISS-WAGES(WS-MISS-FOUND)
           END-IF.

       FIND-CLASS-ENTRY.
           MOVE 0 TO WS-CLS-FOUND.
           MOVE 0 TO WS-CLS-INSERT.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
                   OR WS-CLS-FOUND > 0 OR WS-CLS-INSERT > 0
               IF WS-CLS-KEY(WS-CLS-SUB) = WS-LOOKUP-KEY
                   MOVE WS-CLS-SUB TO WS-CLS-FOUND
               ELSE
                   IF WS-CLS-KEY(WS-CLS-SUB) > WS-LOOKUP-KEY
                       MOVE WS-CLS-SUB TO WS-CLS-INSERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CLS-FOUND = 0 AND WS-CLS-COUNT < 300
               IF WS-CLS-INSERT = 0
                   COMPUTE WS-CLS-INSERT = WS-CLS-COUNT + 1
               END-IF
               PERFORM VARYING WS-CLS-SUB FROM WS-CLS-COUNT BY -1
                       UNTIL WS-CLS-SUB < WS-CLS-INSERT
                   MOVE WS-CLS-ENTRY(WS-CLS-SUB)
                       TO WS-CLS-ENTRY(WS-CLS-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-CLS-COUNT
               MOVE WS-CLS-INSERT TO WS-CLS-FOUND
               MOVE WS-LOOKUP-KEY TO WS-CLS-KEY(WS-CLS-FOUND)
               MOVE SPACES TO WS-CLS-DESCRIPTION(WS-CLS-FOUND)
               MOVE 0 TO WS-CLS-GROSS(WS-CLS-FOUND)
               MOVE 0 TO WS-CLS-OT-PREMIUM(WS-CLS-FOUND)
               MOVE 0 TO WS-CLS-WAGES(WS-CLS-FOUND)
               MOVE 0 TO WS-CLS-RATE(WS-CLS-FOUND)
               MOVE "N" TO WS-CLS-RATE-FOUND(WS-CLS-FOUND)
               MOVE 0 TO WS-CLS-PREMIUM(WS-CLS-FOUND)
           END-IF.

       PRICE-CLASS-CODES.
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
               MOVE 0 TO WS-RATE-LATEST
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RT-CLASS(WS-RATE-SUB) = WS-CLS-CODE(WS-CLS-SUB)
                           AND WS-RT-STATE(WS-RATE-SUB)
                               = WS-CLS-STATE(WS-CLS-SUB)
                           AND WS-RT-EFFECTIVE(WS-RATE-SUB)
                               <= WS-POLICY-START
                           AND WS-RT-EFFECTIVE(WS-RATE-SUB)
                               >= WS-RATE-LATEST
                       MOVE WS-RT-EFFECTIVE(WS-RATE-SUB)
                           TO WS-RATE-LATEST
                       MOVE WS-RT-RATE(WS-RATE-SUB)
                           TO WS-CLS-RATE(WS-CLS-SUB)
                       MOVE WS-RT-DESCRIPTION(WS-RATE-SUB)
                           TO WS-CLS-DESCRIPTION(WS-CLS-SUB)
                       MOVE "Y" TO WS-CLS-RATE-FOUND(WS-CLS-SUB)
                   END-IF
               END-PERFORM
               IF WS-CLS-RATE-FOUND(WS-CLS-SUB) = "Y"
                   COMPUTE WS-CLS-PREMIUM(WS-CLS-SUB) ROUNDED =
                       WS-CLS-WAGES(WS-CLS-SUB)
                     * WS-CLS-RATE(WS-CLS-SUB) / 100
               ELSE
                   IF WS-CLS-CODE(WS-CLS-SUB) = "NONE"
                       MOVE "NO CLASS CODE ON EMPLOYEE"
                           TO WS-CLS-DESCRIPTION(WS-CLS-SUB)
                   ELSE
                       MOVE "** NO RATE FOR POLICY PERIOD **"
                           TO WS-CLS-DESCRIPTION(WS-CLS-SUB)
                       ADD 1 TO WS-NO-RATE-COUNT
                   END-IF
               END-IF
               ADD WS-CLS-GROSS(WS-CLS-SUB) TO WS-TOTAL-GROSS
               ADD WS-CLS-OT-PREMIUM(WS-CLS-SUB) TO WS-TOTAL-OT-PREMIUM
               ADD WS-CLS-WAGES(WS-CLS-SUB) TO WS-TOTAL-WAGES
               ADD WS-CLS-PREMIUM(WS-CLS-SUB) TO WS-TOTAL-PREMIUM
           END-PERFORM.

       PRINT-AUDIT-REPORT.
           DISPLAY " ".
           DISPLAY "WORKERS COMPENSATION PREMIUM AUDIT - POLICY PERIOD "
               WS-POLICY-START " TO " WS-POLICY-END.
           DISPLAY "========================================"
               "========================================"
               "====================".
           DISPLAY "CLASS ST DESCRIPTION                    "
               "   GROSS WAGES  OT PREM EXCL "
               "   AUDIT WAGES  RATE/100       PREMIUM".
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLS-COUNT
               MOVE WS-CLS-GROSS(WS-CLS-SUB) TO WS-SHOW-AMOUNT
               MOVE WS-CLS-OT-PREMIUM(WS-CLS-SUB) TO WS-SHOW-OT
               MOVE WS-CLS-WAGES(WS-CLS-SUB) TO WS-SHOW-WAGES
               MOVE WS-CLS-RATE(WS-CLS-SUB) TO WS-SHOW-RATE
               MOVE WS-CLS-PREMIUM(WS-CLS-SUB) TO WS-SHOW-PREMIUM
               DISPLAY WS-CLS-CODE(WS-CLS-SUB) "  "
                   WS-CLS-STATE(WS-CLS-SUB) " "
                   WS-CLS-DESCRIPTION(WS-CLS-SUB) " "
                   WS-SHOW-AMOUNT " " WS-SHOW-OT " "
                   WS-SHOW-WAGES "  " WS-SHOW-RATE " "
                   WS-SHOW-PREMIUM
               ADD 1 TO WS-WRITTEN-COUNT
           END-PERFORM.
           DISPLAY "----------------------------------------"
               "----------------------------------------"
               "--------------------".
           MOVE WS-TOTAL-GROSS TO WS-SHOW-AMOUNT.
           MOVE WS-TOTAL-OT-PREMIUM TO WS-SHOW-OT.
           MOVE WS-TOTAL-WAGES TO WS-SHOW-WAGES.
           MOVE WS-TOTAL-PREMIUM TO WS-SHOW-PREMIUM.
           DISPLAY "TOTAL    "
               "                               "
               WS-SHOW-AMOUNT " " WS-SHOW-OT " "
               WS-SHOW-WAGES "            " WS-SHOW-PREMIUM.
           DISPLAY "HISTORY RECORDS IN POLICY PERIOD: "
               WS-RECORD-COUNT.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "CLASS/STATE LINES WITH NO RATE ON FILE: "
                   WS-NO-RATE-COUNT " - ADD RATES IN WC-RATE-MAINT"
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNING - CLASS TABLE FULL: "
                   WS-OVERFLOW-COUNT " HISTORY RECORD(S) NOT REPORTED"
           END-IF.

       PRINT-MISSING-CLASS.
           DISPLAY " ".
           DISPLAY "EMPLOYEES PAID WITH NO WORKERS COMP CLASS CODE".
           DISPLAY "EMPL   NAME                  ST    AUDIT WAGES".
           DISPLAY "-----------------------------------------------".
           PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
                   UNTIL WS-MISS-SUB > WS-MISS-COUNT
               MOVE WS-MISS-WAGES(WS-MISS-SUB) TO WS-SHOW-WAGES
               DISPLAY WS-MISS-EMPLOYEE(WS-MISS-SUB) "  "
                   WS-MISS-NAME(WS-MISS-SUB) " "
                   WS-MISS-STATE(WS-MISS-SUB) " "
                   WS-SHOW-WAGES
           END-PERFORM.
           DISPLAY "-----------------------------------------------".
           MOVE WS-UNCLASSED-WAGES TO WS-SHOW-WAGES.
           DISPLAY "EMPLOYEES WITHOUT CLASS CODE: " WS-MISS-COUNT
               "  WAGES: " WS-SHOW-WAGES.
           IF WS-MISS-COUNT > 0
               DISPLAY "ASSIGN CLASS CODES IN EMPLOYEE MAINTENANCE "
                   "BEFORE THE CARRIER AUDIT"
           END-IF.
