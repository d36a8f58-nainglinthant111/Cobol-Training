       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREARS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArrearsFile ASSIGN TO "arrears.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
           SELECT DeductionCodeFile ASSIGN TO "dedcodes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ArrearsFile.
       COPY "DeductionArrears.cpy".

       FD DeductionCodeFile.
       COPY "DeductionCode.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ARREARS-STATUS   PIC XX.
       01 WS-DEDCODE-STATUS   PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-TABLE-EOF        PIC X VALUE "N".

       01 WS-CODE-TABLE.
           02 WS-CODE-COUNT PIC 9(3) VALUE 0.
           02 WS-CODE-ENTRY OCCURS 50 TIMES.
             03 WS-CODE-ID       PIC X(4).
             03 WS-CODE-DESC     PIC X(20).
             03 WS-CODE-BALANCE  PIC 9(9)V99.
             03 WS-CODE-ITEMS    PIC 9(5).
       01 WS-CODE-SUB         PIC 9(3).
       01 WS-CODE-FOUND       PIC 9(3).
       01 WS-DESCRIPTION      PIC X(20).

       01 WS-ITEM-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-BALANCE    PIC 9(9)V99 VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "ARREARS-REPORT".
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

           PERFORM LOAD-DEDUCTION-CODES.

           OPEN INPUT ArrearsFile.
           IF WS-ARREARS-STATUS NOT = "00"
               DISPLAY "NO DEDUCTION ARREARS ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "OUTSTANDING DEDUCTION ARREARS AS OF "
                   WS-START-DATE
               DISPLAY "========================================"
                   "=============="
               DISPLAY "EMPL   CODE  DESCRIPTION           "
                   "BALANCE      LAST PERIOD  LAST DATE"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ArrearsFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DA-BALANCE > ZERO
                               PERFORM PRINT-ARREARS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArrearsFile
               PERFORM PRINT-ARREARS-TOTALS
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-DEDUCTION-CODES.
           OPEN INPUT DeductionCodeFile.
           IF WS-DEDCODE-STATUS = "00"
               PERFORM UNTIL WS-TABLE-EOF = "Y"
                       OR WS-CODE-COUNT >= 50
                   READ DeductionCodeFile
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF
                       NOT AT END
                           ADD 1 TO WS-CODE-COUNT
                           MOVE DC-DEDUCTION-CODE
                               TO WS-CODE-ID(WS-CODE-COUNT)
                           MOVE DC-DESCRIPTION
                               TO WS-CODE-DESC(WS-CODE-COUNT)
                           MOVE 0 TO WS-CODE-BALANCE(WS-CODE-COUNT)
                           MOVE 0 TO WS-CODE-ITEMS(WS-CODE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DeductionCodeFile
           END-IF.

       PRINT-ARREARS-LINE.
           PERFORM FIND-CODE-ENTRY.
           IF WS-CODE-FOUND > 0
               MOVE WS-CODE-DESC(WS-CODE-FOUND) TO WS-DESCRIPTION
               ADD DA-BALANCE TO WS-CODE-BALANCE(WS-CODE-FOUND)
               ADD 1 TO WS-CODE-ITEMS(WS-CODE-FOUND)
           ELSE
               MOVE "UNKNOWN CODE" TO WS-DESCRIPTION
           END-IF.
           DISPLAY DA-EMPLOYEE-ID "  " DA-DEDUCTION-CODE "  "
               WS-DESCRIPTION "  " DA-BALANCE "  "
               DA-LAST-PERIOD "         " DA-LAST-DATE.
           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD DA-BALANCE TO WS-TOTAL-BALANCE.

       FIND-CODE-ENTRY.
           MOVE 0 TO WS-CODE-FOUND.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
                   OR WS-CODE-FOUND > 0
               IF WS-CODE-ID(WS-CODE-SUB) = DA-DEDUCTION-CODE
                   MOVE WS-CODE-SUB TO WS-CODE-FOUND
               END-IF
           END-PERFORM.
           IF WS-CODE-FOUND = 0 AND WS-CODE-COUNT < 50
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CODE-FOUND
               MOVE DA-DEDUCTION-CODE TO WS-CODE-ID(WS-CODE-FOUND)
               MOVE "UNKNOWN CODE" TO WS-CODE-DESC(WS-CODE-FOUND)
               MOVE 0 TO WS-CODE-BALANCE(WS-CODE-FOUND)
               MOVE 0 TO WS-CODE-ITEMS(WS-CODE-FOUND)
           END-IF.

       PRINT-ARREARS-TOTALS.
           DISPLAY "----------------------------------------"
               "--------------".
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               IF WS-CODE-ITEMS(WS-CODE-SUB) > 0
                   DISPLAY "TOTAL " WS-CODE-ID(WS-CODE-SUB) "  "
                       WS-CODE-DESC(WS-CODE-SUB) "  "
                       WS-CODE-BALANCE(WS-CODE-SUB) "  ("
                       WS-CODE-ITEMS(WS-CODE-SUB) " EMPLOYEES)"
               END-IF
           END-PERFORM.
           DISPLAY "BALANCES OUTSTANDING: " WS-ITEM-COUNT.
           DISPLAY "TOTAL ARREARS       : " WS-TOTAL-BALANCE.
