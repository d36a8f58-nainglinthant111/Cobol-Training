           SELECT LockboxExcFile ASSIGN TO "lockboxexc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Exception-Status.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT DepositFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Deposit-Status.

       DATA DIVISION.
       FILE SECTION.
           02 LX-AMOUNT           PIC 9(7)V99.
           02 LX-REASON           PIC X(30).

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD DepositFile.
       COPY "Deposit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Customer-Status  PIC XX.
       01 WS-Invoice-Status   PIC XX.
             03 WS-Inv-Type     PIC X.
             03 WS-Inv-Sales    PIC X(3).
             03 WS-Inv-CommPaid PIC X.
             03 WS-Inv-Freight  PIC 9(7)V99.
             03 WS-Inv-FrtTaxed PIC X.
             03 WS-Inv-RetProd  PIC 9(5).
       01 WS-Sub              PIC 9(3).
       01 WS-Pick-Sub         PIC 9(3).
       01 WS-Oldest-Date      PIC 9(8).
           88 MODE-ENTRY      VALUE "E".
           88 MODE-REVERSAL   VALUE "R".
           88 MODE-LOCKBOX    VALUE "L".
           88 MODE-DEPOSIT    VALUE "D".
       01 WS-Lockbox-Status   PIC XX.
       01 WS-Exception-Status PIC XX.
       01 WS-Lockbox-Eof      PIC X.
       01 WS-Receipt-Table.
           02 WS-Rcpt-Count PIC 9(4) VALUE 0.
           02 WS-Rcpt-Entry OCCURS 2000 TIMES.
             03 WS-Rcpt-Image PIC X(40).
       01 WS-Rcpt-Sub         PIC 9(4).
       01 WS-Rcpt-Eof         PIC X VALUE "N".
       01 WS-REVERSE-DATE     PIC 9(8).
       01 WS-PRIOR-NSF        PIC 9(3).
       01 WS-NEXT-INVOICE-NUMBER PIC 9(6) VALUE 1.
       01 WS-INV-FOUND        PIC X.
       01 WS-Order-Status     PIC XX.
       01 WS-Deposit-Status   PIC XX.
       01 WS-Order-Eof        PIC X.
       01 WS-ORDER-NUMBER     PIC 9(6).
       01 WS-ORDER-FOUND      PIC X.
       01 WS-ORDER-OPEN-LINES PIC 9(4).

       01 WS-Program-Name      PIC X(20) VALUE "CASH-RECEIPTS".
       01 WS-Operator-ID       PIC X(10).
               STOP RUN
           END-IF.

           DISPLAY "SELECT MODE (E=ENTER RECEIPTS, D=ORDER DEPOSIT, "
               "R=REVERSE NSF RECEIPT, L=LOCKBOX FILE): ".
           ACCEPT WS-Mode.
           IF MODE-LOCKBOX
               PERFORM BALANCE-LOCKBOX-BATCH
                   PERFORM SAVE-NEXT-INVOICE-NUMBER
               WHEN MODE-LOCKBOX
                   PERFORM POST-LOCKBOX-BATCH
               WHEN MODE-DEPOSIT
                   OPEN EXTEND DepositFile
                   IF WS-Deposit-Status = "05"
                           OR WS-Deposit-Status = "35"
                       OPEN OUTPUT DepositFile
                   END-IF
                   IF WS-Deposit-Status NOT = "00"
                       DISPLAY "Unable to open deposit ledger: status "
                           WS-Deposit-Status
                   ELSE
                       PERFORM UNTIL WS-End = "N"
                           PERFORM ENTER-ONE-DEPOSIT
                           DISPLAY "ENTER ANOTHER DEPOSIT (Y/N)? "
                           ACCEPT WS-End
                       END-PERFORM
                       CLOSE DepositFile
                   END-IF
               WHEN OTHER
                   PERFORM UNTIL WS-End = "N"
                       PERFORM ENTER-ONE-RECEIPT
                           TO WS-Inv-Sales(WS-Invoice-Count)
                       MOVE IV-COMMISSION-PAID
                           TO WS-Inv-CommPaid(WS-Invoice-Count)
                       MOVE IV-FREIGHT-AMOUNT
                           TO WS-Inv-Freight(WS-Invoice-Count)
                       MOVE IV-FREIGHT-TAXED
                           TO WS-Inv-FrtTaxed(WS-Invoice-Count)
                       MOVE IV-RETURN-PRODUCT
                           TO WS-Inv-RetProd(WS-Invoice-Count)
               END-READ
           END-PERFORM.
           CLOSE InvoiceHistoryFile.
                   MOVE "N" TO WS-Inv-Type(WS-Invoice-Count)
                   MOVE SPACES TO WS-Inv-Sales(WS-Invoice-Count)
                   MOVE "Y" TO WS-Inv-CommPaid(WS-Invoice-Count)
                   MOVE ZERO TO WS-Inv-Freight(WS-Invoice-Count)
                   MOVE "N" TO WS-Inv-FrtTaxed(WS-Invoice-Count)
                   MOVE ZERO TO WS-Inv-RetProd(WS-Invoice-Count)
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "NSF FEE INVOICE "
                       WS-NEXT-INVOICE-NUMBER " FOR " WS-NSF-FEE
               END-IF
           END-IF.

       ENTER-ONE-DEPOSIT.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE WS-CUSTOMER-ID TO CustomerID.
           READ CustomerFile
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                       " NOT ON FILE - DEPOSIT REFUSED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.
           IF WS-CUSTOMER-OK = "Y"
               DISPLAY "ENTER ORDER NUMBER: "
               ACCEPT WS-ORDER-NUMBER
               PERFORM CHECK-DEPOSIT-ORDER
               IF WS-ORDER-FOUND NOT = "Y"
                   DISPLAY "ORDER " WS-ORDER-NUMBER
                       " NOT ON FILE FOR CUSTOMER " WS-CUSTOMER-ID
                       " - DEPOSIT REFUSED"
               ELSE
               IF WS-ORDER-OPEN-LINES = 0
                   DISPLAY "ORDER " WS-ORDER-NUMBER
                       " IS FULLY INVOICED - DEPOSIT REFUSED"
               ELSE
                   DISPLAY "ENTER DEPOSIT AMOUNT (9999999.99): "
                   ACCEPT WS-RECEIPT-AMOUNT
                   IF WS-RECEIPT-AMOUNT = ZERO
                       DISPLAY "ZERO DEPOSIT - NOTHING RECORDED"
                   ELSE
                       PERFORM RECORD-ORDER-DEPOSIT
                   END-IF
               END-IF END-IF
           END-IF.

       CHECK-DEPOSIT-ORDER.
           MOVE "N" TO WS-ORDER-FOUND.
           MOVE 0 TO WS-ORDER-OPEN-LINES.
           MOVE "N" TO WS-Order-Eof.
           OPEN INPUT OrderFile.
           IF WS-Order-Status NOT = "00"
               DISPLAY "ORDER FILE NOT AVAILABLE: STATUS "
                   WS-Order-Status
           ELSE
               PERFORM UNTIL WS-Order-Eof = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Order-Eof
                       NOT AT END
                           IF OR-ORDER-NUMBER = WS-ORDER-NUMBER
                                   AND OR-CUSTOMER-ID = WS-CUSTOMER-ID
                               MOVE "Y" TO WS-ORDER-FOUND
                               IF OR-ORDER-STATUS NOT = "B"
                                   ADD 1 TO WS-ORDER-OPEN-LINES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.

       RECORD-ORDER-DEPOSIT.
           MOVE WS-CUSTOMER-ID    TO RC-CUSTOMER-ID.
           MOVE WS-Today          TO RC-RECEIPT-DATE.
           MOVE ZERO              TO RC-INVOICE-NUMBER.
           MOVE WS-RECEIPT-AMOUNT TO RC-AMOUNT.
           MOVE "D"               TO RC-RECEIPT-TYPE.
           MOVE WS-ORDER-NUMBER   TO RC-ORDER-NUMBER.
           WRITE CASH-RECEIPT-RECORD.
           ADD 1 TO WS-Written-Count.
           PERFORM JOURNAL-RECEIPT-IMAGE.
           MOVE WS-CUSTOMER-ID    TO DE-CUSTOMER-ID.
           MOVE WS-ORDER-NUMBER   TO DE-ORDER-NUMBER.
           MOVE WS-Today          TO DE-ENTRY-DATE.
           MOVE "R"               TO DE-ENTRY-TYPE.
           MOVE WS-RECEIPT-AMOUNT TO DE-AMOUNT.
           MOVE ZERO              TO DE-INVOICE-NUMBER.
           WRITE DEPOSIT-RECORD.
           ADD 1 TO WS-Written-Count.
           MOVE "deposits.dat" TO WS-Image-File-Name.
           MOVE "A" TO WS-Image-Action.
           MOVE DEPOSIT-RECORD TO WS-Record-Image.
           CALL "AFTER-IMAGE" USING WS-Program-Name
               WS-Image-File-Name WS-Image-Action
               WS-Record-Image.
           DISPLAY "DEPOSIT OF " WS-RECEIPT-AMOUNT " HELD AGAINST "
               "ORDER " WS-ORDER-NUMBER.

       APPLY-TO-NAMED-INVOICE.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Invoice-Count
               MOVE WS-Inv-Number(WS-Sub) TO RC-INVOICE-NUMBER
               MOVE WS-APPLY-AMOUNT       TO RC-AMOUNT
               MOVE "A"                   TO RC-RECEIPT-TYPE
               MOVE ZERO                  TO RC-ORDER-NUMBER
               WRITE CASH-RECEIPT-RECORD
               ADD 1 TO WS-Written-Count
               PERFORM JOURNAL-RECEIPT-IMAGE
           MOVE ZERO            TO RC-INVOICE-NUMBER.
           MOVE WS-REMAINING    TO RC-AMOUNT.
           MOVE "U"             TO RC-RECEIPT-TYPE.
           MOVE ZERO            TO RC-ORDER-NUMBER.
           WRITE CASH-RECEIPT-RECORD.
           ADD 1 TO WS-Written-Count.
           PERFORM JOURNAL-RECEIPT-IMAGE.
               MOVE WS-Inv-Type(WS-Sub)     TO IV-INVOICE-TYPE
               MOVE WS-Inv-Sales(WS-Sub)    TO IV-SALESPERSON
               MOVE WS-Inv-CommPaid(WS-Sub) TO IV-COMMISSION-PAID
               MOVE WS-Inv-Freight(WS-Sub)  TO IV-FREIGHT-AMOUNT
               MOVE WS-Inv-FrtTaxed(WS-Sub) TO IV-FREIGHT-TAXED
               MOVE WS-Inv-RetProd(WS-Sub)  TO IV-RETURN-PRODUCT
               WRITE INVOICE-HISTORY-RECORD
           END-PERFORM.
           CLOSE InvoiceHistoryFile.
