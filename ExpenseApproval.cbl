       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-APPROVAL INITIAL.

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

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD ExpenseClaimFile.
       COPY "ExpenseClaim.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-CLAIM-STATUS     PIC XX.
       01 WS-EOF              PIC X VALUE "N".

       01 WS-MANAGER-ID       PIC 9(5).
       01 WS-ANSWER           PIC X.
       01 WS-CHANGED          PIC X VALUE "N".
       01 WS-EMPLOYEE-OK      PIC X.
       01 WS-REVIEW-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.

       01 WS-CLAIM-TABLE.
           02 WS-CLAIM-COUNT  PIC 9(4) VALUE 0.
           02 WS-CLAIM-ENTRY OCCURS 2000 TIMES.
             03 WS-CLAIM-IMAGE PIC X(100).
       01 WS-SUB              PIC 9(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "EXPENSE-APPROVAL".
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

           DISPLAY "ENTER YOUR MANAGER EMPLOYEE ID: ".
           ACCEPT WS-MANAGER-ID.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               GOBACK
           END-IF.

           PERFORM LOAD-CLAIMS.
           IF WS-EOF NOT = "Y"
               DISPLAY "EXPENSE CLAIM FILE EXCEEDS 2000 CLAIMS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLAIM-COUNT
               MOVE WS-CLAIM-IMAGE(WS-SUB) TO EXPENSE-CLAIM-RECORD
               IF XC-STATUS = "P"
                   PERFORM REVIEW-ONE-CLAIM
               END-IF
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.

           IF WS-CHANGED = "Y"
               PERFORM REWRITE-CLAIMS
           END-IF.

           DISPLAY " ".
           DISPLAY "CLAIMS REVIEWED : " WS-REVIEW-COUNT.
           DISPLAY "CLAIMS APPROVED : " WS-APPROVED-COUNT.
           DISPLAY "CLAIMS REJECTED : " WS-REJECTED-COUNT.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           GOBACK.

       LOAD-CLAIMS.
           OPEN INPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "EXPENSE CLAIM FILE NOT AVAILABLE: STATUS "
                   WS-CLAIM-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = "Y" OR WS-CLAIM-COUNT >= 2000
               READ ExpenseClaimFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CLAIM-COUNT
                       MOVE EXPENSE-CLAIM-RECORD
                           TO WS-CLAIM-IMAGE(WS-CLAIM-COUNT)
               END-READ
           END-PERFORM.
           CLOSE ExpenseClaimFile.

       REVIEW-ONE-CLAIM.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE XC-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.
           IF WS-EMPLOYEE-OK = "Y"
                   AND EM-MANAGER-ID = WS-MANAGER-ID
               ADD 1 TO WS-REVIEW-COUNT
               DISPLAY " "
               DISPLAY "EMPLOYEE " XC-EMPLOYEE-ID " "
                   EM-FIRST-NAME " " EM-LAST-NAME
               DISPLAY "CLAIM " XC-CLAIM-NUMBER
                   "  TYPE " XC-EXPENSE-TYPE
                   "  DATE " XC-EXPENSE-DATE
                   "  AMOUNT " XC-AMOUNT
                   "  RECEIPT " XC-RECEIPT-FLAG
               DISPLAY "  " XC-DESCRIPTION
               DISPLAY "APPROVE, REJECT OR SKIP (A/R/S)? "
               ACCEPT WS-ANSWER
               EVALUATE WS-ANSWER
                   WHEN "A"
                       MOVE "A" TO XC-STATUS
                       MOVE WS-OPERATOR-ID TO XC-APPROVER-ID
                       MOVE EXPENSE-CLAIM-RECORD
                           TO WS-CLAIM-IMAGE(WS-SUB)
                       MOVE "Y" TO WS-CHANGED
                       ADD 1 TO WS-APPROVED-COUNT
                   WHEN "R"
                       MOVE "R" TO XC-STATUS
                       MOVE WS-OPERATOR-ID TO XC-APPROVER-ID
                       MOVE EXPENSE-CLAIM-RECORD
                           TO WS-CLAIM-IMAGE(WS-SUB)
                       MOVE "Y" TO WS-CHANGED
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       DISPLAY "CLAIM LEFT PENDING"
               END-EVALUATE
           END-IF.

       REWRITE-CLAIMS.
           OPEN OUTPUT ExpenseClaimFile.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE EXPENSE CLAIM FILE: STATUS "
                   WS-CLAIM-STATUS
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CLAIM-COUNT
                   MOVE WS-CLAIM-IMAGE(WS-SUB) TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE ExpenseClaimFile
               DISPLAY "EXPENSE CLAIM FILE UPDATED."
           END-IF.
