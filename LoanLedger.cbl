       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanActivityFile ASSIGN TO "loanactivity.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT LoanFile ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LoanActivityFile.
       COPY "LoanActivity.cpy".

       FD LoanFile.
       COPY "LoanMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACTIVITY-STATUS  PIC XX.
       01 WS-LOAN-STATUS      PIC XX.
       01 WS-LOAN-OPEN        PIC X VALUE "N".
       01 WS-EOF              PIC X VALUE "N".
       01 WS-LEDGER-MONTH     PIC 9(6).
       01 WS-ACTIVITY-MONTH   PIC 9(6).
       01 WS-LOAN-TYPE        PIC X.
       01 WS-LOAN-STATE       PIC X.

       01 WS-LEDGER-TABLE.
           02 WS-LEDGER-COUNT PIC 9(3) VALUE 0.
           02 WS-LEDGER-ENTRY OCCURS 999 TIMES.
             03 WS-LG-EMPLOYEE    PIC 9(5).
             03 WS-LG-LOAN        PIC 9(3).
             03 WS-LG-OPENING     PIC 9(7)V99.
             03 WS-LG-ISSUED      PIC 9(7)V99.
             03 WS-LG-REPAID      PIC 9(7)V99.
             03 WS-LG-WRITTEN-OFF PIC 9(7)V99.
             03 WS-LG-CLOSING     PIC 9(7)V99.
             03 WS-LG-MOVED       PIC X.
       01 WS-LEDGER-SUB       PIC 9(3).
       01 WS-LEDGER-FOUND     PIC 9(3).
       01 WS-LEDGER-FULL      PIC X VALUE "N".

       01 WS-LINE-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-OPENING    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ISSUED     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-REPAID     PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-WRITTEN-OFF PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CLOSING    PIC 9(9)V99 VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "LOAN-LEDGER".
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

           DISPLAY "ENTER LEDGER MONTH (YYYYMM): ".
           ACCEPT WS-LEDGER-MONTH.

           OPEN INPUT LoanActivityFile.
           IF WS-ACTIVITY-STATUS NOT = "00"
               DISPLAY "NO LOAN ACTIVITY ON FILE"
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LoanActivityFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE LA-ACTIVITY-DATE(1:6)
                               TO WS-ACTIVITY-MONTH
                           IF WS-ACTIVITY-MONTH <= WS-LEDGER-MONTH
                               PERFORM POST-LEDGER-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LoanActivityFile
               IF WS-LEDGER-FULL = "Y"
                   DISPLAY "MORE THAN 999 LOANS - LEDGER INCOMPLETE"
               END-IF
               PERFORM PRINT-LOAN-LEDGER
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       POST-LEDGER-ACTIVITY.
           PERFORM FIND-LEDGER-ENTRY.
           IF WS-LEDGER-FOUND > 0
               IF WS-ACTIVITY-MONTH < WS-LEDGER-MONTH
                   MOVE LA-BALANCE-AFTER
                       TO WS-LG-OPENING(WS-LEDGER-FOUND)
               ELSE
                   MOVE "Y" TO WS-LG-MOVED(WS-LEDGER-FOUND)
                   EVALUATE LA-ACTIVITY-TYPE
                       WHEN "I"
                           ADD LA-AMOUNT
                               TO WS-LG-ISSUED(WS-LEDGER-FOUND)
                       WHEN "D"
                       WHEN "O"
                           ADD LA-AMOUNT
                               TO WS-LG-REPAID(WS-LEDGER-FOUND)
                       WHEN "W"
                           ADD LA-AMOUNT
                               TO WS-LG-WRITTEN-OFF(WS-LEDGER-FOUND)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE LA-BALANCE-AFTER TO WS-LG-CLOSING(WS-LEDGER-FOUND)
           END-IF.

       FIND-LEDGER-ENTRY.
           MOVE 0 TO WS-LEDGER-FOUND.
           PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                   OR WS-LEDGER-FOUND > 0
               IF WS-LG-EMPLOYEE(WS-LEDGER-SUB) = LA-EMPLOYEE-ID
                   AND WS-LG-LOAN(WS-LEDGER-SUB) = LA-LOAN-NUMBER
                   MOVE WS-LEDGER-SUB TO WS-LEDGER-FOUND
               END-IF
           END-PERFORM.
           IF WS-LEDGER-FOUND = 0
               IF WS-LEDGER-COUNT < 999
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE WS-LEDGER-COUNT TO WS-LEDGER-FOUND
                   MOVE LA-EMPLOYEE-ID
                       TO WS-LG-EMPLOYEE(WS-LEDGER-FOUND)
                   MOVE LA-LOAN-NUMBER TO WS-LG-LOAN(WS-LEDGER-FOUND)
                   MOVE 0 TO WS-LG-OPENING(WS-LEDGER-FOUND)
                       WS-LG-ISSUED(WS-LEDGER-FOUND)
                       WS-LG-REPAID(WS-LEDGER-FOUND)
                       WS-LG-WRITTEN-OFF(WS-LEDGER-FOUND)
                       WS-LG-CLOSING(WS-LEDGER-FOUND)
                   MOVE "N" TO WS-LG-MOVED(WS-LEDGER-FOUND)
               ELSE
                   MOVE "Y" TO WS-LEDGER-FULL
               END-IF
           END-IF.

       PRINT-LOAN-LEDGER.
           OPEN INPUT LoanFile.
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN
           END-IF.
           DISPLAY " ".
           DISPLAY "EMPLOYEE LOAN LEDGER FOR " WS-LEDGER-MONTH.
           DISPLAY "========================================"
               "========================================".
           DISPLAY "EMPL  LOAN T S OPENING    ISSUED     "
               "REPAID     WRITTEN OFF CLOSING".
           PERFORM VARYING WS-LEDGER-SUB FROM 1 BY 1
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
               IF WS-LG-OPENING(WS-LEDGER-SUB) > ZERO
                       OR WS-LG-MOVED(WS-LEDGER-SUB) = "Y"
                   PERFORM PRINT-LEDGER-LINE
               END-IF
           END-PERFORM.
           IF WS-LOAN-OPEN = "Y"
               CLOSE LoanFile
           END-IF.
           DISPLAY "----------------------------------------"
               "----------------------------------------".
           DISPLAY "LOANS LISTED      : " WS-LINE-COUNT.
           DISPLAY "OPENING BALANCE   : " WS-TOTAL-OPENING.
           DISPLAY "ISSUED            : " WS-TOTAL-ISSUED.
           DISPLAY "REPAID            : " WS-TOTAL-REPAID.
           DISPLAY "WRITTEN OFF       : " WS-TOTAL-WRITTEN-OFF.
           DISPLAY "CLOSING BALANCE   : " WS-TOTAL-CLOSING.

       PRINT-LEDGER-LINE.
           MOVE SPACE TO WS-LOAN-TYPE WS-LOAN-STATE.
           IF WS-LOAN-OPEN = "Y"
               MOVE WS-LG-EMPLOYEE(WS-LEDGER-SUB) TO LN-EMPLOYEE-ID
               MOVE WS-LG-LOAN(WS-LEDGER-SUB) TO LN-LOAN-NUMBER
               READ LoanFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LN-LOAN-TYPE TO WS-LOAN-TYPE
                       MOVE LN-STATUS TO WS-LOAN-STATE
               END-READ
           END-IF.
           DISPLAY WS-LG-EMPLOYEE(WS-LEDGER-SUB) " "
               WS-LG-LOAN(WS-LEDGER-SUB) "  " WS-LOAN-TYPE " "
               WS-LOAN-STATE " " WS-LG-OPENING(WS-LEDGER-SUB) " "
               WS-LG-ISSUED(WS-LEDGER-SUB) " "
               WS-LG-REPAID(WS-LEDGER-SUB) " "
               WS-LG-WRITTEN-OFF(WS-LEDGER-SUB) "  "
               WS-LG-CLOSING(WS-LEDGER-SUB).
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD WS-LG-OPENING(WS-LEDGER-SUB)  TO WS-TOTAL-OPENING.
           ADD WS-LG-ISSUED(WS-LEDGER-SUB)   TO WS-TOTAL-ISSUED.
           ADD WS-LG-REPAID(WS-LEDGER-SUB)   TO WS-TOTAL-REPAID.
           ADD WS-LG-WRITTEN-OFF(WS-LEDGER-SUB)
               TO WS-TOTAL-WRITTEN-OFF.
           ADD WS-LG-CLOSING(WS-LEDGER-SUB)  TO WS-TOTAL-CLOSING.
