           SELECT AcctPeriodFile ASSIGN TO "acctperiods.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Period-Status.
           SELECT PaySelectionFile ASSIGN TO "payselect.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Selection-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD GlAccountFile.
       COPY "GlAccount.cpy".
       FD AcctPeriodFile.
       COPY "AcctPeriod.cpy".

       FD PaySelectionFile.
       COPY "PaySelection.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Voucher-Status   PIC XX.
       01 WS-Vendor-Status    PIC XX.
       01 WS-PAY-DATE         PIC 9(8).
       01 WS-NEXT-CHECK-NUMBER PIC 9(6) VALUE 1.
       01 WS-REPORT-YEAR      PIC 9(4).
       01 WS-COMPANY-CODE     PIC XX.
       01 WS-VOUCHER-COMPANY  PIC XX.
       01 WS-ACCESS-STATUS    PIC X.

       01 WS-Voucher-Table.
           02 WS-Vch-Count PIC 9(3) VALUE 0.
           02 WS-Vch-Entry OCCURS 500 TIMES.
             03 WS-Vch-Image PIC X(61).
       01 WS-Vch-Sub          PIC 9(3).
       01 WS-Vch-Changed      PIC X VALUE "N".


       01 WS-CHECK-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHECK-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-GROSS-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-DISCOUNT-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-PAY-AMOUNT       PIC 9(7)V99.
       01 WS-PAY-DISCOUNT     PIC 9(7)V99.
       01 WS-JOURNAL-LINES    PIC 9(4).

       01 WS-Selection-Status PIC XX.
       01 WS-SELECTION-RUN    PIC X VALUE "N".
       01 WS-Selection-Table.
           02 WS-Sel-Count PIC 9(3) VALUE 0.
           02 WS-Sel-Entry OCCURS 500 TIMES.
             03 WS-Sel-Voucher   PIC 9(6).
             03 WS-Sel-Discount  PIC 9(7)V99.
             03 WS-Sel-Disc-Date PIC 9(8).
             03 WS-Sel-Status    PIC X.
       01 WS-Sel-Sub          PIC 9(3).
       01 WS-SELECTED         PIC X.
       01 WS-SEL-PENDING      PIC 9(5) VALUE 0.

       01 WS-Account-Status   PIC XX.
       01 WS-Period-Status    PIC XX.
           END-IF.

       PAYMENT-RUN.
           DISPLAY "ENTER COMPANY CODE (BLANK = 01): ".
           ACCEPT WS-COMPANY-CODE.
           IF WS-COMPANY-CODE = SPACES
               MOVE "01" TO WS-COMPANY-CODE
           END-IF.
           CALL "COMPANY-ACCESS" USING WS-OPERATOR-ID
               WS-COMPANY-CODE WS-ACCESS-STATUS.
           IF WS-ACCESS-STATUS = "N"
               DISPLAY "COMPANY " WS-COMPANY-CODE
                   " NOT ON FILE - RUN REFUSED"
               GOBACK
           END-IF.
           IF WS-ACCESS-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR COMPANY " WS-COMPANY-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           PERFORM FIND-POSTING-PERIOD.
           IF WS-POSTING-PERIOD = 0
               GOBACK
           END-IF.

           PERFORM LOAD-PAY-SELECTION.
           IF WS-SELECTION-RUN = "Y"
               DISPLAY "PAYING CONTROLLER-APPROVED SELECTION FOR RUN "
                   SL-RUN-DATE
               IF WS-SEL-PENDING > 0
                   DISPLAY WS-SEL-PENDING " SELECTED VOUCHER(S) NOT "
                       "YET APPROVED - THEY WILL NOT BE PAID"
               END-IF
           END-IF.

           PERFORM READ-NEXT-CHECK-NUMBER.
           OPEN EXTEND CheckRegisterFile.
           IF WS-Register-Status = "05" OR WS-Register-Status = "35"
           END-IF.

           DISPLAY " ".
           DISPLAY "AP PAYMENT RUN - " WS-PAY-DATE
               "   COMPANY " WS-COMPANY-CODE.
           DISPLAY "--------------------------------------------".

           PERFORM VARYING WS-Vch-Sub FROM 1 BY 1
                   UNTIL WS-Vch-Sub > WS-Vch-Count
               MOVE WS-Vch-Image(WS-Vch-Sub) TO VOUCHER-RECORD
               MOVE 0 TO WS-PAY-DISCOUNT
               IF WS-SELECTION-RUN = "Y"
                   PERFORM FIND-SELECTION
               ELSE
                   MOVE "N" TO WS-SELECTED
                   IF VO-DUE-DATE <= WS-PAY-DATE
                       MOVE "Y" TO WS-SELECTED
                   END-IF
               END-IF
               MOVE VO-COMPANY-CODE TO WS-VOUCHER-COMPANY
               IF WS-VOUCHER-COMPANY = SPACES
                   MOVE "01" TO WS-VOUCHER-COMPANY
               END-IF
               IF VO-STATUS = "O" AND WS-SELECTED = "Y"
                       AND WS-VOUCHER-COMPANY = WS-COMPANY-CODE
                   PERFORM PAY-ONE-VOUCHER
               END-IF
           END-PERFORM.

           CLOSE CheckRegisterFile.
           PERFORM SAVE-NEXT-CHECK-NUMBER.
           IF WS-SELECTION-RUN = "Y"
               OPEN OUTPUT PaySelectionFile
               CLOSE PaySelectionFile
               DISPLAY "PAYMENT SELECTION CLEARED."
           END-IF.

           IF WS-Vch-Changed = "Y"
               PERFORM REWRITE-VOUCHERS
           DISPLAY "--------------------------------------------".
           DISPLAY "CHECKS PRINTED: " WS-CHECK-COUNT.
           DISPLAY "TOTAL PAID    : " WS-CHECK-TOTAL.
           IF WS-DISCOUNT-TOTAL > 0
               DISPLAY "DISCOUNTS TAKEN: " WS-DISCOUNT-TOTAL
           END-IF.

       LOAD-PAY-SELECTION.
           OPEN INPUT PaySelectionFile.
           IF WS-Selection-Status = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-Sel-Count >= 500
                   READ PaySelectionFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-Sel-Count
                           MOVE SL-VOUCHER-NO
                               TO WS-Sel-Voucher(WS-Sel-Count)
                           MOVE SL-DISCOUNT
                               TO WS-Sel-Discount(WS-Sel-Count)
                           MOVE SL-DISC-DATE
                               TO WS-Sel-Disc-Date(WS-Sel-Count)
                           MOVE SL-STATUS
                               TO WS-Sel-Status(WS-Sel-Count)
                           IF SL-STATUS = "P"
                               ADD 1 TO WS-SEL-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PaySelectionFile
               MOVE "N" TO WS-EOF
           END-IF.
           IF WS-Sel-Count > 0
               MOVE "Y" TO WS-SELECTION-RUN
           END-IF.

       FIND-SELECTION.
           MOVE "N" TO WS-SELECTED.
           PERFORM VARYING WS-Sel-Sub FROM 1 BY 1
                   UNTIL WS-Sel-Sub > WS-Sel-Count
               IF WS-Sel-Voucher(WS-Sel-Sub) = VO-VOUCHER-NO
                   IF WS-Sel-Status(WS-Sel-Sub) = "A"
                       MOVE "Y" TO WS-SELECTED
                       IF WS-PAY-DATE <= WS-Sel-Disc-Date(WS-Sel-Sub)
                           MOVE WS-Sel-Discount(WS-Sel-Sub)
                               TO WS-PAY-DISCOUNT
                       END-IF
                   END-IF
                   MOVE WS-Sel-Count TO WS-Sel-Sub
               END-IF
           END-PERFORM.

       PAY-ONE-VOUCHER.
           PERFORM FIND-VENDOR.
           IF WS-PAY-DISCOUNT > VO-AMOUNT
               MOVE 0 TO WS-PAY-DISCOUNT
           END-IF.
           COMPUTE WS-PAY-AMOUNT = VO-AMOUNT - WS-PAY-DISCOUNT.
           DISPLAY " ".
           DISPLAY "CHECK NO " WS-NEXT-CHECK-NUMBER
               "   DATE " WS-PAY-DATE.
           DISPLAY "PAY TO THE ORDER OF: " WS-VENDOR-NAME.
           DISPLAY "AMOUNT: " WS-PAY-AMOUNT
               "  VOUCHER " VO-VOUCHER-NO
               "  INVOICE " VO-INVOICE-REF.
           IF WS-PAY-DISCOUNT > 0
               DISPLAY "LESS DISCOUNT " WS-PAY-DISCOUNT
                   " ON INVOICE AMOUNT " VO-AMOUNT
           END-IF.
           MOVE WS-NEXT-CHECK-NUMBER TO CR-CHECK-NUMBER.
           MOVE ZERO            TO CR-EMPLOYEE-ID.
           MOVE WS-PAY-AMOUNT   TO CR-NET-AMOUNT.
           MOVE WS-PAY-DATE     TO CR-CHECK-DATE.
           MOVE "I"             TO CR-CHECK-TYPE.
           MOVE "V"             TO CR-PAYEE-TYPE.
           MOVE WS-VENDOR-NAME  TO CR-PAYEE-NAME.
           MOVE "N"             TO CR-CLEARED-FLAG.
           MOVE ZERO            TO CR-CLEARED-DATE.
           MOVE WS-COMPANY-CODE TO CR-COMPANY-CODE.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-PAY-AMOUNT TO WS-CHECK-TOTAL.
           ADD VO-AMOUNT TO WS-GROSS-TOTAL.
           ADD WS-PAY-DISCOUNT TO WS-DISCOUNT-TOTAL.
           MOVE "P" TO VO-STATUS.
           MOVE WS-NEXT-CHECK-NUMBER TO VO-CHECK-NUMBER.
           MOVE VOUCHER-RECORD TO WS-Vch-Image(WS-Vch-Sub).
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "H" TO GJ-RECORD-TYPE
               MOVE WS-PAY-DATE TO GJ-RUN-DATE
               MOVE WS-COMPANY-CODE TO GJ-COMPANY-CODE
               WRITE GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE 2000 TO GJ-ACCOUNT
               MOVE WS-GROSS-TOTAL TO GJ-DEBIT
               MOVE ZERO TO GJ-CREDIT
               MOVE "ACCOUNTS PAYABLE" TO GJ-DESCRIPTION
               PERFORM VALIDATE-JOURNAL-ACCOUNT
               PERFORM VALIDATE-JOURNAL-ACCOUNT
               MOVE WS-POSTING-PERIOD TO GJ-PERIOD
               WRITE GL-JOURNAL-RECORD
               MOVE 2 TO WS-JOURNAL-LINES
               IF WS-DISCOUNT-TOTAL > 0
                   MOVE "D" TO GJ-RECORD-TYPE
                   MOVE 4200 TO GJ-ACCOUNT
                   MOVE ZERO TO GJ-DEBIT
                   MOVE WS-DISCOUNT-TOTAL TO GJ-CREDIT
                   MOVE "PURCHASE DISCOUNTS" TO GJ-DESCRIPTION
                   PERFORM VALIDATE-JOURNAL-ACCOUNT
                   MOVE WS-POSTING-PERIOD TO GJ-PERIOD
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
               END-IF
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "T" TO GJ-RECORD-TYPE
               MOVE WS-GROSS-TOTAL TO GJ-TOTAL-DEBITS
               MOVE WS-GROSS-TOTAL TO GJ-TOTAL-CREDITS
               MOVE WS-JOURNAL-LINES TO GJ-LINE-COUNT
               WRITE GL-JOURNAL-RECORD
               CLOSE GlJournalFile
               DISPLAY "AP PAYMENTS JOURNALED TO GL."
