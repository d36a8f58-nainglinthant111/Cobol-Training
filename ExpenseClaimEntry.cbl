       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIM-ENTRY INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ExpenseClaimFile ASSIGN TO "expenseclaims.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT ExpenseTypeFile ASSIGN TO "exptypes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD ExpenseClaimFile.
       COPY "ExpenseClaim.cpy".

       FD ExpenseTypeFile.
       COPY "ExpenseType.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-CLAIM-STATUS     PIC XX.
       01 WS-TYPE-STATUS      PIC XX.
       01 WS-END              PIC X VALUE "Y".
       01 WS-EOF              PIC X VALUE "N".

       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-EXPENSE-TYPE     PIC X(4).
       01 WS-EXPENSE-DATE     PIC 9(8).
       01 WS-MILES            PIC 9(5).
       01 WS-AMOUNT           PIC 9(5)V99.
       01 WS-RECEIPT-FLAG     PIC X.
       01 WS-DESCRIPTION      PIC X(20).
       01 WS-LAST-CLAIM       PIC 9(6) VALUE 0.
       01 WS-CLAIM-OK         PIC X.
       01 WS-EMPLOYEE-OK      PIC X VALUE "N".
           88 EMPLOYEE-FOUND  VALUE "Y".
       01 WS-DATE-OK          PIC X.
       01 WS-TODAY            PIC 9(8).

       01 WS-TYPE-TABLE.
           02 WS-TYPE-COUNT PIC 99 VALUE 0.
           02 WS-TYPE-ENTRY OCCURS 50 TIMES.
             03 WS-XT-TYPE         PIC X(4).
             03 WS-XT-DESC         PIC X(20).
             03 WS-XT-LIMIT        PIC 9(5)V99.
             03 WS-XT-MILE-RATE    PIC 9V999.
             03 WS-XT-RECEIPT-OVER PIC 9(5)V99.
             03 WS-XT-ACCOUNT      PIC 9(4).
       01 WS-TYPE-SUB         PIC 99.
       01 WS-TYPE-FOUND       PIC 99.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "EXPENSE-CLAIM-ENTRY".
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-EXPENSE-TYPES.
           IF WS-TYPE-COUNT = 0
               DISPLAY "NO EXPENSE TYPES ON FILE - SET UP "
                   "exptypes.dat BEFORE ENTERING CLAIMS"
               GOBACK
           END-IF.

           PERFORM FIND-LAST-CLAIM-NUMBER.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               GOBACK
           END-IF.

           OPEN EXTEND ExpenseClaimFile.
           IF WS-CLAIM-STATUS = "05" OR WS-CLAIM-STATUS = "35"
               OPEN OUTPUT ExpenseClaimFile
           END-IF.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXPENSE CLAIM FILE: STATUS "
                   WS-CLAIM-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-END = "N"
               PERFORM ENTER-CLAIM
               DISPLAY "ENTER ANOTHER CLAIM (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE ExpenseClaimFile.

           DISPLAY "CLAIMS WRITTEN: " WS-WRITTEN-COUNT.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           GOBACK.

       ENTER-CLAIM.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.

           PERFORM LOOK-UP-EMPLOYEE.
           IF NOT EMPLOYEE-FOUND
               DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                   " NOT ON MASTER - CLAIM REJECTED"
           ELSE
               IF EM-EMPLOYEE-STATUS NOT = "A"
                   DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                       " IS NOT ACTIVE - CLAIM REJECTED"
               ELSE
                   PERFORM ACCEPT-CLAIM-DETAIL
                   IF WS-CLAIM-OK = "Y"
                       PERFORM WRITE-CLAIM
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.

       ACCEPT-CLAIM-DETAIL.
           MOVE "Y" TO WS-CLAIM-OK.
           DISPLAY "EMPLOYEE: " EM-FIRST-NAME " " EM-LAST-NAME.
           DISPLAY "ENTER EXPENSE TYPE: ".
           ACCEPT WS-EXPENSE-TYPE.
           PERFORM FIND-EXPENSE-TYPE.
           IF WS-TYPE-FOUND = 0
               DISPLAY "EXPENSE TYPE " WS-EXPENSE-TYPE
                   " NOT ON FILE - CLAIM REJECTED"
               MOVE "N" TO WS-CLAIM-OK
           END-IF.
           IF WS-CLAIM-OK = "Y"
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER DATE OF EXPENSE (YYYYMMDD): "
                   ACCEPT WS-EXPENSE-DATE
                   CALL "DATE-VALIDATE" USING WS-EXPENSE-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               IF WS-EXPENSE-DATE > WS-TODAY
                   DISPLAY "EXPENSE DATE IS IN THE FUTURE - "
                       "CLAIM REJECTED"
                   MOVE "N" TO WS-CLAIM-OK
               END-IF
           END-IF.
           IF WS-CLAIM-OK = "Y"
               MOVE 0 TO WS-MILES
               IF WS-XT-MILE-RATE(WS-TYPE-FOUND) > ZERO
                   DISPLAY "ENTER MILES DRIVEN (99999): "
                   ACCEPT WS-MILES
                   COMPUTE WS-AMOUNT ROUNDED =
                       WS-MILES * WS-XT-MILE-RATE(WS-TYPE-FOUND)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-AMOUNT
                   END-COMPUTE
                   DISPLAY "MILEAGE AMOUNT: " WS-AMOUNT
               ELSE
                   DISPLAY "ENTER AMOUNT (99999.99): "
                   ACCEPT WS-AMOUNT
               END-IF
               DISPLAY "RECEIPT ATTACHED (Y/N)? "
               ACCEPT WS-RECEIPT-FLAG
               IF WS-RECEIPT-FLAG NOT = "Y"
                   MOVE "N" TO WS-RECEIPT-FLAG
               END-IF
               DISPLAY "ENTER DESCRIPTION: "
               ACCEPT WS-DESCRIPTION
               PERFORM CHECK-CLAIM-LIMITS
           END-IF.

       CHECK-CLAIM-LIMITS.
           IF WS-AMOUNT = ZERO
               DISPLAY "ZERO AMOUNT - CLAIM REJECTED"
               MOVE "N" TO WS-CLAIM-OK
           ELSE
           IF WS-AMOUNT > WS-XT-LIMIT(WS-TYPE-FOUND)
               DISPLAY "AMOUNT " WS-AMOUNT " EXCEEDS "
                   WS-EXPENSE-TYPE " LIMIT OF "
                   WS-XT-LIMIT(WS-TYPE-FOUND) " - CLAIM REJECTED"
               MOVE "N" TO WS-CLAIM-OK
           ELSE
           IF WS-RECEIPT-FLAG = "N"
                   AND WS-XT-MILE-RATE(WS-TYPE-FOUND) = ZERO
                   AND WS-AMOUNT > WS-XT-RECEIPT-OVER(WS-TYPE-FOUND)
               DISPLAY "RECEIPT REQUIRED FOR " WS-EXPENSE-TYPE
                   " CLAIMS OVER " WS-XT-RECEIPT-OVER(WS-TYPE-FOUND)
                   " - CLAIM REJECTED"
               MOVE "N" TO WS-CLAIM-OK
           END-IF END-IF END-IF.

       WRITE-CLAIM.
           ADD 1 TO WS-LAST-CLAIM.
           MOVE WS-LAST-CLAIM     TO XC-CLAIM-NUMBER.
           MOVE WS-EMPLOYEE-ID    TO XC-EMPLOYEE-ID.
           MOVE WS-EXPENSE-TYPE   TO XC-EXPENSE-TYPE.
           MOVE WS-EXPENSE-DATE   TO XC-EXPENSE-DATE.
           MOVE WS-MILES          TO XC-MILES.
           MOVE WS-AMOUNT         TO XC-AMOUNT.
           MOVE WS-RECEIPT-FLAG   TO XC-RECEIPT-FLAG.
           MOVE WS-DESCRIPTION    TO XC-DESCRIPTION.
           MOVE WS-XT-ACCOUNT(WS-TYPE-FOUND) TO XC-GL-ACCOUNT.
           MOVE WS-TODAY          TO XC-ENTRY-DATE.
           MOVE WS-OPERATOR-ID    TO XC-OPERATOR-ID.
           MOVE "P"               TO XC-STATUS.
           MOVE SPACES            TO XC-APPROVER-ID.
           MOVE ZERO              TO XC-PAID-DATE.
           MOVE SPACE             TO XC-PAID-BY.
           WRITE EXPENSE-CLAIM-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           DISPLAY "CLAIM " XC-CLAIM-NUMBER " RECORDED FOR EMPLOYEE "
               WS-EMPLOYEE-ID " - PENDING MANAGER APPROVAL".

       FIND-EXPENSE-TYPE.
           MOVE 0 TO WS-TYPE-FOUND.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-TYPE-FOUND > 0
               IF WS-XT-TYPE(WS-TYPE-SUB) = WS-EXPENSE-TYPE
                   MOVE WS-TYPE-SUB TO WS-TYPE-FOUND
               END-IF
           END-PERFORM.

       FIND-LAST-CLAIM-NUMBER.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ExpenseClaimFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF XC-CLAIM-NUMBER > WS-LAST-CLAIM
                               MOVE XC-CLAIM-NUMBER TO WS-LAST-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

       LOAD-EXPENSE-TYPES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ExpenseTypeFile.
           IF WS-TYPE-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-TYPE-COUNT >= 50
                   READ ExpenseTypeFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TYPE-COUNT
                           MOVE XT-EXPENSE-TYPE
                               TO WS-XT-TYPE(WS-TYPE-COUNT)
                           MOVE XT-DESCRIPTION
                               TO WS-XT-DESC(WS-TYPE-COUNT)
                           MOVE XT-CLAIM-LIMIT
                               TO WS-XT-LIMIT(WS-TYPE-COUNT)
                           MOVE XT-MILEAGE-RATE
                               TO WS-XT-MILE-RATE(WS-TYPE-COUNT)
                           MOVE XT-RECEIPT-OVER
                               TO WS-XT-RECEIPT-OVER(WS-TYPE-COUNT)
                           MOVE XT-GL-ACCOUNT
                               TO WS-XT-ACCOUNT(WS-TYPE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ExpenseTypeFile
           END-IF.
