       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CobraEventFile ASSIGN TO "cobraevents.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COBRA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD CobraEventFile.
       COPY "CobraEvent.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-COBRA-STATUS     PIC XX.
       01 WS-MASTER-OPEN      PIC X VALUE "N".
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-NOTICES    VALUE "N".
           88 MODE-ELECTION   VALUE "E".
           88 MODE-BILLING    VALUE "B".
           88 MODE-PAYMENT    VALUE "P".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).
       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-DATE-OK          PIC X.
       01 WS-ELECTION-DATE    PIC 9(8).
       01 WS-CHOICE           PIC X.
       01 WS-PAYMENT-AMOUNT   PIC 9(7)V99.
       01 WS-UNAPPLIED        PIC 9(7)V99.
       01 WS-MONTHS-PAID      PIC 9(3).
       01 WS-MONTHS-OPEN      PIC 9(3).
       01 WS-MONTHS-BILLED    PIC 9(3).

       01 WS-COBRA-TABLE.
           02 WS-COBRA-COUNT PIC 9(4) VALUE 0.
           02 WS-COBRA-ENTRY OCCURS 1000 TIMES.
             03 WS-COBRA-IMAGE PIC X(140).
       01 WS-COBRA-SUB        PIC 9(4).
       01 WS-COBRA-FOUND      PIC 9(4).
       01 WS-COBRA-CHANGED    PIC X VALUE "N".

       01 WS-BILLING-MONTH.
           02 WS-BILLING-YEAR PIC 9(4).
           02 WS-BILLING-MM   PIC 99.
       01 WS-BILLING-MONTH-NUM REDEFINES WS-BILLING-MONTH PIC 9(6).
       01 WS-MONTH-WORK.
           02 WS-MW-YEAR      PIC 9(4).
           02 WS-MW-MM        PIC 99.
       01 WS-MONTH-WORK-NUM REDEFINES WS-MONTH-WORK PIC 9(6).
       01 WS-BILL-FROM        PIC 9(6).
       01 WS-BILL-TO          PIC 9(6).

       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-NOTICE-DAYS      PIC 9(3) VALUE 60.
       01 WS-FIRST-PAY-DAYS   PIC 9(3) VALUE 45.
       01 WS-GRACE-END        PIC 9(8).
       01 WS-NEW-DEADLINE     PIC 9(8).

       01 WS-NOTICE-COUNT     PIC 9(5) VALUE 0.
       01 WS-BILL-COUNT       PIC 9(5) VALUE 0.
       01 WS-BILL-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-LAPSE-COUNT      PIC 9(5) VALUE 0.
       01 WS-COMPLETE-COUNT   PIC 9(5) VALUE 0.
       01 WS-EXPIRE-COUNT     PIC 9(5) VALUE 0.
       01 WS-STATUS-DESC      PIC X(20).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "COBRA-ADMIN".
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

           DISPLAY "SELECT MODE (N=PRINT ELECTION NOTICES, E=RECORD "
               "ELECTION, B=MONTHLY BILLING, P=RECORD PAYMENT, "
               "L=LIST EVENTS): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-COBRA-EVENTS.
           IF WS-EOF NOT = "Y"
               DISPLAY "COBRA EVENT FILE EXCEEDS 1000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-NOTICES
                   PERFORM PRINT-ELECTION-NOTICES
               WHEN MODE-ELECTION
                   PERFORM RECORD-ELECTIONS
               WHEN MODE-BILLING
                   PERFORM MONTHLY-BILLING
               WHEN MODE-PAYMENT
                   PERFORM RECORD-PAYMENTS
               WHEN MODE-LIST
                   PERFORM LIST-COBRA-EVENTS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF WS-COBRA-CHANGED = "Y"
               PERFORM REWRITE-COBRA-EVENTS
           END-IF.
           IF WS-MASTER-OPEN = "Y"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       PRINT-ELECTION-NOTICES.
           PERFORM VARYING WS-COBRA-SUB FROM 1 BY 1
                   UNTIL WS-COBRA-SUB > WS-COBRA-COUNT
               MOVE WS-COBRA-IMAGE(WS-COBRA-SUB) TO COBRA-EVENT-RECORD
               IF CB-STATUS = "N"
                   CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                       WS-TODAY WS-NOTICE-DAYS WS-NEW-DEADLINE
                   IF WS-NEW-DEADLINE > CB-ELECTION-DEADLINE
                       MOVE WS-NEW-DEADLINE TO CB-ELECTION-DEADLINE
                   END-IF
                   PERFORM PRINT-ONE-NOTICE
                   MOVE "S" TO CB-STATUS
                   MOVE WS-TODAY TO CB-NOTICE-DATE
                   MOVE COBRA-EVENT-RECORD
                       TO WS-COBRA-IMAGE(WS-COBRA-SUB)
                   MOVE "Y" TO WS-COBRA-CHANGED
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "ELECTION NOTICES PRINTED: " WS-NOTICE-COUNT.

       PRINT-ONE-NOTICE.
           PERFORM LOOK-UP-NAME.
           DISPLAY " ".
           DISPLAY "========================================"
               "========================".
           DISPLAY "     NOTICE OF RIGHT TO ELECT CONTINUATION "
               "COVERAGE".
           DISPLAY "========================================"
               "========================".
           DISPLAY "DATE OF NOTICE:        " WS-TODAY.
           DISPLAY "EMPLOYEE:              " CB-EMPLOYEE-ID "  "
               EM-FIRST-NAME " " EM-LAST-NAME.
           IF WS-FILE-STATUS = "00"
               DISPLAY "                       " EM-STREET
               DISPLAY "                       " EM-CITY " "
                   EM-HOME-STATE " " EM-ZIP-CODE
           END-IF.
           DISPLAY "QUALIFYING EVENT:      TERMINATION OF "
               "EMPLOYMENT (" CB-REASON-CODE ")".
           DISPLAY "QUALIFYING EVENT DATE: " CB-EVENT-DATE.
           DISPLAY "COVERAGE:              " CB-COVERAGE-DESC.
           DISPLAY "MONTHLY PREMIUM:       " CB-MONTHLY-PREMIUM
               "  (INCLUDES 2% ADMINISTRATION FEE)".
           DISPLAY "CONTINUATION PERIOD:   " CB-FIRST-MONTH
               " THROUGH " CB-LAST-MONTH.
           DISPLAY "ELECTION DEADLINE:     " CB-ELECTION-DEADLINE.
           DISPLAY "YOU MUST ELECT BY THE DEADLINE ABOVE. THE FIRST "
               "PREMIUM IS DUE 45 DAYS".
           DISPLAY "AFTER YOUR ELECTION. LATER PREMIUMS ARE DUE "
               "BEFORE THE NEXT MONTH IS".
           DISPLAY "BILLED; COVERAGE ENDS IF A PAYMENT IS MISSED.".

       LOOK-UP-NAME.
           MOVE SPACES TO EM-FIRST-NAME EM-LAST-NAME.
           MOVE "23" TO WS-FILE-STATUS.
           IF WS-MASTER-OPEN = "Y"
               MOVE CB-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO EM-FIRST-NAME EM-LAST-NAME
               END-READ
           END-IF.

       RECORD-ELECTIONS.
           PERFORM UNTIL WS-END = "N"
               PERFORM RECORD-ONE-ELECTION
               DISPLAY "RECORD ANOTHER ELECTION (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       RECORD-ONE-ELECTION.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           MOVE 0 TO WS-COBRA-FOUND.
           PERFORM VARYING WS-COBRA-SUB FROM 1 BY 1
                   UNTIL WS-COBRA-SUB > WS-COBRA-COUNT
               MOVE WS-COBRA-IMAGE(WS-COBRA-SUB) TO COBRA-EVENT-RECORD
               IF CB-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND (CB-STATUS = "N" OR CB-STATUS = "S")
                   MOVE WS-COBRA-SUB TO WS-COBRA-FOUND
               END-IF
           END-PERFORM.
           IF WS-COBRA-FOUND = 0
               DISPLAY "NO OPEN COBRA EVENT FOR EMPLOYEE "
                   WS-EMPLOYEE-ID
           ELSE
               MOVE WS-COBRA-IMAGE(WS-COBRA-FOUND)
                   TO COBRA-EVENT-RECORD
               DISPLAY "EVENT DATE " CB-EVENT-DATE " DEADLINE "
                   CB-ELECTION-DEADLINE " PREMIUM "
                   CB-MONTHLY-PREMIUM
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER DATE ELECTION RECEIVED (YYYYMMDD): "
                   ACCEPT WS-ELECTION-DATE
                   CALL "DATE-VALIDATE" USING WS-ELECTION-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               DISPLAY "ELECT OR WAIVE (E=ELECT, W=WAIVE): "
               ACCEPT WS-CHOICE
               IF WS-CHOICE NOT = "E" AND WS-CHOICE NOT = "W"
                   DISPLAY "INVALID CHOICE - ELECTION NOT RECORDED"
               ELSE
               IF WS-ELECTION-DATE > WS-TODAY
                   DISPLAY "ELECTION DATE IN THE FUTURE - "
                       "ELECTION NOT RECORDED"
               ELSE
               IF WS-ELECTION-DATE > CB-ELECTION-DEADLINE
                   DISPLAY "ELECTION RECEIVED AFTER THE DEADLINE - "
                       "ELECTION NOT RECORDED"
               ELSE
                   MOVE WS-ELECTION-DATE TO CB-ELECTION-DATE
                   IF WS-CHOICE = "E"
                       MOVE "E" TO CB-STATUS
                       DISPLAY "CONTINUATION ELECTED - COVERAGE FROM "
                           CB-FIRST-MONTH " THROUGH " CB-LAST-MONTH
                   ELSE
                       MOVE "W" TO CB-STATUS
                       MOVE WS-TODAY TO CB-CLOSED-DATE
                       DISPLAY "CONTINUATION WAIVED"
                   END-IF
                   MOVE COBRA-EVENT-RECORD
                       TO WS-COBRA-IMAGE(WS-COBRA-FOUND)
                   MOVE "Y" TO WS-COBRA-CHANGED
               END-IF END-IF END-IF
           END-IF.

       MONTHLY-BILLING.
           DISPLAY "ENTER BILLING MONTH (YYYYMM, 0 = CURRENT MONTH): ".
           ACCEPT WS-BILLING-MONTH-NUM.
           IF WS-BILLING-MONTH-NUM = ZERO
               MOVE WS-TODAY(1:6) TO WS-BILLING-MONTH-NUM
           END-IF.
           IF WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
               DISPLAY "INVALID BILLING MONTH - RUN CANCELLED"
           ELSE
               DISPLAY " "
               DISPLAY "COBRA PREMIUM BILLING FOR " WS-BILLING-MONTH
               DISPLAY "========================================"
                   "========================"
               DISPLAY "EMPL   NAME        ACTION      "
                   "MONTHS       AMOUNT"
               PERFORM VARYING WS-COBRA-SUB FROM 1 BY 1
                       UNTIL WS-COBRA-SUB > WS-COBRA-COUNT
                   MOVE WS-COBRA-IMAGE(WS-COBRA-SUB)
                       TO COBRA-EVENT-RECORD
                   EVALUATE CB-STATUS
                       WHEN "N"
                       WHEN "S"
                           PERFORM CHECK-ELECTION-EXPIRY
                       WHEN "E"
                           PERFORM BILL-ONE-PARTICIPANT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               DISPLAY "----------------------------------------"
                   "------------------------"
               DISPLAY "BILLS ISSUED:            " WS-BILL-COUNT
               DISPLAY "TOTAL BILLED:            " WS-BILL-TOTAL
               DISPLAY "LAPSED FOR NONPAYMENT:   " WS-LAPSE-COUNT
               DISPLAY "MAXIMUM PERIOD ENDED:    " WS-COMPLETE-COUNT
               DISPLAY "ELECTION PERIOD EXPIRED: " WS-EXPIRE-COUNT
           END-IF.

       CHECK-ELECTION-EXPIRY.
           IF WS-TODAY > CB-ELECTION-DEADLINE
               MOVE "X" TO CB-STATUS
               MOVE WS-TODAY TO CB-CLOSED-DATE
               MOVE COBRA-EVENT-RECORD TO WS-COBRA-IMAGE(WS-COBRA-SUB)
               MOVE "Y" TO WS-COBRA-CHANGED
               ADD 1 TO WS-EXPIRE-COUNT
               PERFORM LOOK-UP-NAME
               DISPLAY CB-EMPLOYEE-ID "  " EM-LAST-NAME
                   "  NOT ELECTED"
           END-IF.

       BILL-ONE-PARTICIPANT.
           PERFORM LOOK-UP-NAME.
           IF CB-BILLED-THROUGH > CB-PAID-THROUGH
                   AND CB-BILLED-THROUGH < WS-BILLING-MONTH-NUM
               PERFORM CHECK-FIRST-PAYMENT-GRACE
           ELSE
               MOVE ZERO TO WS-GRACE-END
           END-IF.
           IF CB-BILLED-THROUGH > CB-PAID-THROUGH
                   AND CB-BILLED-THROUGH < WS-BILLING-MONTH-NUM
                   AND WS-TODAY > WS-GRACE-END
               MOVE "L" TO CB-STATUS
               MOVE WS-TODAY TO CB-CLOSED-DATE
               ADD 1 TO WS-LAPSE-COUNT
               DISPLAY CB-EMPLOYEE-ID "  " EM-LAST-NAME
                   "  LAPSED - PAID THROUGH " CB-PAID-THROUGH
           ELSE
           IF CB-PAID-THROUGH >= CB-LAST-MONTH
                   OR WS-BILLING-MONTH-NUM > CB-LAST-MONTH
               MOVE "C" TO CB-STATUS
               MOVE WS-TODAY TO CB-CLOSED-DATE
               ADD 1 TO WS-COMPLETE-COUNT
               DISPLAY CB-EMPLOYEE-ID "  " EM-LAST-NAME
                   "  ENDED   - MAXIMUM PERIOD " CB-LAST-MONTH
           ELSE
           IF CB-BILLED-THROUGH >= WS-BILLING-MONTH-NUM
               DISPLAY CB-EMPLOYEE-ID "  " EM-LAST-NAME
                   "  ALREADY BILLED THROUGH " CB-BILLED-THROUGH
           ELSE
               PERFORM ISSUE-BILL
           END-IF END-IF END-IF.
           MOVE COBRA-EVENT-RECORD TO WS-COBRA-IMAGE(WS-COBRA-SUB).
           MOVE "Y" TO WS-COBRA-CHANGED.

       CHECK-FIRST-PAYMENT-GRACE.
           MOVE ZERO TO WS-GRACE-END.
           IF CB-PAID-THROUGH < CB-FIRST-MONTH
               CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
                   CB-ELECTION-DATE WS-FIRST-PAY-DAYS WS-GRACE-END
           END-IF.

       ISSUE-BILL.
           IF CB-PAID-THROUGH < CB-FIRST-MONTH
               MOVE CB-FIRST-MONTH TO WS-BILL-FROM
           ELSE
               MOVE CB-PAID-THROUGH TO WS-MONTH-WORK-NUM
               PERFORM ADVANCE-ONE-MONTH
               MOVE WS-MONTH-WORK-NUM TO WS-BILL-FROM
           END-IF.
           IF WS-BILLING-MONTH-NUM < CB-LAST-MONTH
               MOVE WS-BILLING-MONTH-NUM TO WS-BILL-TO
           ELSE
               MOVE CB-LAST-MONTH TO WS-BILL-TO
           END-IF.
           MOVE 0 TO WS-MONTHS-BILLED.
           IF WS-BILL-FROM <= WS-BILL-TO
               MOVE WS-BILL-FROM TO WS-MONTH-WORK-NUM
               PERFORM UNTIL WS-MONTH-WORK-NUM > WS-BILL-TO
                   ADD 1 TO WS-MONTHS-BILLED
                   PERFORM ADVANCE-ONE-MONTH
               END-PERFORM
           END-IF.
           IF WS-MONTHS-BILLED = 0
               DISPLAY CB-EMPLOYEE-ID "  " EM-LAST-NAME
                   "  NOTHING DUE - PAID THROUGH " CB-PAID-THROUGH
           ELSE
               COMPUTE CB-LAST-BILL-AMOUNT =
                   CB-MONTHLY-PREMIUM * WS-MONTHS-BILLED
               MOVE WS-BILL-TO TO CB-BILLED-THROUGH
               MOVE WS-TODAY TO CB-LAST-BILL-DATE
               ADD CB-LAST-BILL-AMOUNT TO WS-BILL-TOTAL
               ADD 1 TO WS-BILL-COUNT
               ADD 1 TO WS-WRITTEN-COUNT
               DISPLAY CB-EMPLOYEE-ID "  " EM-LAST-NAME
                   "  BILLED      " WS-MONTHS-BILLED "  "
                   CB-LAST-BILL-AMOUNT
               DISPLAY "       COVERAGE " WS-BILL-FROM " THROUGH "
                   WS-BILL-TO " - PAYMENT DUE BEFORE NEXT BILLING"
           END-IF.

       ADVANCE-ONE-MONTH.
           IF WS-MW-MM = 12
               MOVE 1 TO WS-MW-MM
               ADD 1 TO WS-MW-YEAR
           ELSE
               ADD 1 TO WS-MW-MM
           END-IF.

       RECORD-PAYMENTS.
           PERFORM UNTIL WS-END = "N"
               PERFORM RECORD-ONE-PAYMENT
               DISPLAY "RECORD ANOTHER PAYMENT (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       RECORD-ONE-PAYMENT.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           MOVE 0 TO WS-COBRA-FOUND.
           PERFORM VARYING WS-COBRA-SUB FROM 1 BY 1
                   UNTIL WS-COBRA-SUB > WS-COBRA-COUNT
               MOVE WS-COBRA-IMAGE(WS-COBRA-SUB) TO COBRA-EVENT-RECORD
               IF CB-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND CB-STATUS = "E"
                   MOVE WS-COBRA-SUB TO WS-COBRA-FOUND
               END-IF
           END-PERFORM.
           IF WS-COBRA-FOUND = 0
               DISPLAY "NO ELECTED COBRA COVERAGE FOR EMPLOYEE "
                   WS-EMPLOYEE-ID
           ELSE
               MOVE WS-COBRA-IMAGE(WS-COBRA-FOUND)
                   TO COBRA-EVENT-RECORD
               DISPLAY "PREMIUM " CB-MONTHLY-PREMIUM " PAID THROUGH "
                   CB-PAID-THROUGH " BILLED THROUGH "
                   CB-BILLED-THROUGH
               DISPLAY "ENTER PAYMENT AMOUNT: "
               ACCEPT WS-PAYMENT-AMOUNT
               DIVIDE WS-PAYMENT-AMOUNT BY CB-MONTHLY-PREMIUM
                   GIVING WS-MONTHS-PAID
               PERFORM COUNT-OPEN-MONTHS
               IF WS-MONTHS-PAID > WS-MONTHS-OPEN
                   MOVE WS-MONTHS-OPEN TO WS-MONTHS-PAID
               END-IF
               IF WS-MONTHS-PAID = 0
                   DISPLAY "PAYMENT DOES NOT COVER A FULL MONTH - "
                       "PAYMENT NOT APPLIED"
               ELSE
                   COMPUTE WS-UNAPPLIED = WS-PAYMENT-AMOUNT
                       - (CB-MONTHLY-PREMIUM * WS-MONTHS-PAID)
                   IF CB-PAID-THROUGH < CB-FIRST-MONTH
                       MOVE CB-FIRST-MONTH TO WS-MONTH-WORK-NUM
                       SUBTRACT 1 FROM WS-MONTHS-PAID
                   ELSE
                       MOVE CB-PAID-THROUGH TO WS-MONTH-WORK-NUM
                   END-IF
                   PERFORM WS-MONTHS-PAID TIMES
                       PERFORM ADVANCE-ONE-MONTH
                   END-PERFORM
                   MOVE WS-MONTH-WORK-NUM TO CB-PAID-THROUGH
                   MOVE WS-TODAY TO CB-LAST-PAYMENT-DATE
                   MOVE COBRA-EVENT-RECORD
                       TO WS-COBRA-IMAGE(WS-COBRA-FOUND)
                   MOVE "Y" TO WS-COBRA-CHANGED
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "PAYMENT APPLIED - COVERAGE PAID THROUGH "
                       CB-PAID-THROUGH
                   IF WS-UNAPPLIED > ZERO
                       DISPLAY "UNAPPLIED AMOUNT TO BE RETURNED: "
                           WS-UNAPPLIED
                   END-IF
               END-IF
           END-IF.

       COUNT-OPEN-MONTHS.
           MOVE 0 TO WS-MONTHS-OPEN.
           IF CB-PAID-THROUGH < CB-FIRST-MONTH
               MOVE CB-FIRST-MONTH TO WS-MONTH-WORK-NUM
           ELSE
               MOVE CB-PAID-THROUGH TO WS-MONTH-WORK-NUM
               PERFORM ADVANCE-ONE-MONTH
           END-IF.
           PERFORM UNTIL WS-MONTH-WORK-NUM > CB-LAST-MONTH
               ADD 1 TO WS-MONTHS-OPEN
               PERFORM ADVANCE-ONE-MONTH
           END-PERFORM.

       LIST-COBRA-EVENTS.
           DISPLAY "EMPL   EVENT DATE DEADLINE  STATUS               "
               "PREMIUM   PAID THRU LAST MON".
           PERFORM VARYING WS-COBRA-SUB FROM 1 BY 1
                   UNTIL WS-COBRA-SUB > WS-COBRA-COUNT
               MOVE WS-COBRA-IMAGE(WS-COBRA-SUB) TO COBRA-EVENT-RECORD
               EVALUATE CB-STATUS
                   WHEN "N"
                       MOVE "NOTICE PENDING" TO WS-STATUS-DESC
                   WHEN "S"
                       MOVE "NOTICE SENT" TO WS-STATUS-DESC
                   WHEN "E"
                       MOVE "ELECTED" TO WS-STATUS-DESC
                   WHEN "W"
                       MOVE "WAIVED" TO WS-STATUS-DESC
                   WHEN "X"
                       MOVE "NOT ELECTED" TO WS-STATUS-DESC
                   WHEN "L"
                       MOVE "LAPSED - NONPAYMENT" TO WS-STATUS-DESC
                   WHEN "C"
                       MOVE "MAXIMUM PERIOD ENDED" TO WS-STATUS-DESC
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-DESC
               END-EVALUATE
               DISPLAY CB-EMPLOYEE-ID "  " CB-EVENT-DATE "   "
                   CB-ELECTION-DEADLINE "  " WS-STATUS-DESC " "
                   CB-MONTHLY-PREMIUM "  " CB-PAID-THROUGH "    "
                   CB-LAST-MONTH
           END-PERFORM.
           DISPLAY "COBRA EVENTS ON FILE: " WS-COBRA-COUNT.

       LOAD-COBRA-EVENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CobraEventFile.
           IF WS-COBRA-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-COBRA-COUNT >= 1000
                   READ CobraEventFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-COBRA-COUNT
                           MOVE COBRA-EVENT-RECORD
                               TO WS-COBRA-IMAGE(WS-COBRA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CobraEventFile
           END-IF.

       REWRITE-COBRA-EVENTS.
           OPEN OUTPUT CobraEventFile.
           IF WS-COBRA-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE COBRA EVENT FILE: STATUS "
                   WS-COBRA-STATUS
           ELSE
               PERFORM VARYING WS-COBRA-SUB FROM 1 BY 1
                       UNTIL WS-COBRA-SUB > WS-COBRA-COUNT
                   MOVE WS-COBRA-IMAGE(WS-COBRA-SUB)
                       TO COBRA-EVENT-RECORD
                   WRITE COBRA-EVENT-RECORD
               END-PERFORM
               CLOSE CobraEventFile
           END-IF.
