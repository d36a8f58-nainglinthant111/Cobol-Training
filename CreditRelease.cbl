           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT CreditReviewFile ASSIGN TO "creditreview.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Review-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       COPY "OrderFile.cpy".

       FD CreditReviewFile.
       COPY "CreditReview.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Order-Status     PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Order-Table.
           02 WS-Ord-Count PIC 9(4) VALUE 0.
           02 WS-Ord-Entry OCCURS 2000 TIMES.
             03 WS-Ord-Image PIC X(70).
       01 WS-Sub              PIC 9(4).
       01 WS-ORDER-NUMBER     PIC 9(6).
       01 WS-ANSWER           PIC X.
       01 WS-HELD-SHOWN       PIC 9(3) VALUE 0.
       01 WS-LINES-TOUCHED    PIC 9(3).

       01 WS-Review-Status    PIC XX.
       01 WS-Review-Eof       PIC X VALUE "N".
       01 WS-Review-Table.
           02 WS-Rvw-Count PIC 9(4) VALUE 0.
           02 WS-Rvw-Entry OCCURS 2000 TIMES.
             03 WS-Rvw-Customer  PIC 9(5).
             03 WS-Rvw-Category  PIC X.
             03 WS-Rvw-Date      PIC 9(8).
             03 WS-Rvw-Suggested PIC 9(7)V99.
       01 WS-Rvw-Sub          PIC 9(4).
       01 WS-REVIEW-CATEGORY  PIC X(5).
       01 WS-REVIEW-DATE      PIC 9(8).
       01 WS-REVIEW-SUGGESTED PIC 9(7)V99.
       01 WS-ORDER-CUSTOMER   PIC 9(5).

       01 WS-Program-Name      PIC X(20) VALUE "CREDIT-RELEASE".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
               GOBACK
           END-IF.

           PERFORM LOAD-CREDIT-REVIEW.
           PERFORM LIST-HELD-ORDERS.
           IF WS-HELD-SHOWN = 0
               DISPLAY "NO ORDERS ON CREDIT HOLD."
           END-PERFORM.
           CLOSE OrderFile.

       LOAD-CREDIT-REVIEW.
           OPEN INPUT CreditReviewFile.
           IF WS-Review-Status = "00"
               PERFORM UNTIL WS-Review-Eof = "Y"
                       OR WS-Rvw-Count >= 2000
                   READ CreditReviewFile
                       AT END
                           MOVE "Y" TO WS-Review-Eof
                       NOT AT END
                           ADD 1 TO WS-Rvw-Count
                           MOVE CV-CUSTOMER-ID
                               TO WS-Rvw-Customer(WS-Rvw-Count)
                           MOVE CV-CATEGORY
                               TO WS-Rvw-Category(WS-Rvw-Count)
                           MOVE CV-REVIEW-DATE
                               TO WS-Rvw-Date(WS-Rvw-Count)
                           MOVE CV-SUGGESTED-LIMIT
                               TO WS-Rvw-Suggested(WS-Rvw-Count)
                   END-READ
               END-PERFORM
               CLOSE CreditReviewFile
           END-IF.

       FIND-CREDIT-REVIEW.
           MOVE SPACES TO WS-REVIEW-CATEGORY.
           MOVE 0 TO WS-REVIEW-DATE WS-REVIEW-SUGGESTED.
           PERFORM VARYING WS-Rvw-Sub FROM 1 BY 1
                   UNTIL WS-Rvw-Sub > WS-Rvw-Count
               IF WS-Rvw-Customer(WS-Rvw-Sub) = WS-ORDER-CUSTOMER
                   EVALUATE WS-Rvw-Category(WS-Rvw-Sub)
                       WHEN "H"
                           MOVE "HOLD" TO WS-REVIEW-CATEGORY
                       WHEN "L"
                           MOVE "LOWER" TO WS-REVIEW-CATEGORY
                       WHEN "R"
                           MOVE "RAISE" TO WS-REVIEW-CATEGORY
                       WHEN OTHER
                           MOVE "KEEP" TO WS-REVIEW-CATEGORY
                   END-EVALUATE
                   MOVE WS-Rvw-Date(WS-Rvw-Sub) TO WS-REVIEW-DATE
                   MOVE WS-Rvw-Suggested(WS-Rvw-Sub)
                       TO WS-REVIEW-SUGGESTED
                   MOVE WS-Rvw-Count TO WS-Rvw-Sub
               END-IF
           END-PERFORM.

       LIST-HELD-ORDERS.
           DISPLAY " ".
           DISPLAY "ORDERS ON CREDIT HOLD".
           DISPLAY "ORDER   CUSTOMER  PRODUCT  QTY    PRICE     REVIEW".
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Ord-Count
               MOVE WS-Ord-Image(WS-Sub) TO ORDER-RECORD
               IF OR-ORDER-STATUS = "H"
                   ADD 1 TO WS-HELD-SHOWN
                   MOVE OR-CUSTOMER-ID TO WS-ORDER-CUSTOMER
                   PERFORM FIND-CREDIT-REVIEW
                   DISPLAY OR-ORDER-NUMBER "  " OR-CUSTOMER-ID
                       "     " OR-PRODUCT-NUMBER "    "
                       OR-QUANTITY "  " OR-UNIT-PRICE "  "
                       WS-REVIEW-CATEGORY
               END-IF
           END-PERFORM.
           DISPLAY "HELD ORDER LINES: " WS-HELD-SHOWN.
           ACCEPT WS-ORDER-NUMBER.
           DISPLAY "RELEASE OR CANCEL (R/C)? ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "R"
               PERFORM CHECK-REVIEW-HOLD
           END-IF.
           MOVE 0 TO WS-LINES-TOUCHED.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Ord-Count
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ANSWER = "N"
                   CONTINUE
               WHEN WS-LINES-TOUCHED = 0
                   DISPLAY "NO HELD LINES FOUND FOR ORDER "
                       WS-ORDER-NUMBER
                       WS-LINES-TOUCHED " LINE(S))"
           END-EVALUATE.

       CHECK-REVIEW-HOLD.
           MOVE 0 TO WS-ORDER-CUSTOMER.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WS-Ord-Count
               MOVE WS-Ord-Image(WS-Sub) TO ORDER-RECORD
               IF OR-ORDER-NUMBER = WS-ORDER-NUMBER
                       AND OR-ORDER-STATUS = "H"
                   MOVE OR-CUSTOMER-ID TO WS-ORDER-CUSTOMER
                   MOVE WS-Ord-Count TO WS-Sub
               END-IF
           END-PERFORM.
           IF WS-ORDER-CUSTOMER NOT = 0
               PERFORM FIND-CREDIT-REVIEW
               IF WS-REVIEW-CATEGORY NOT = SPACES
                   DISPLAY "CREDIT REVIEW " WS-REVIEW-DATE ": "
                       WS-REVIEW-CATEGORY " - SUGGESTED LIMIT "
                       WS-REVIEW-SUGGESTED
               END-IF
               IF WS-REVIEW-CATEGORY = "HOLD"
                   DISPLAY "CUSTOMER " WS-ORDER-CUSTOMER
                       " IS ON THE CREDIT REVIEW HOLD LIST - "
                       "RELEASE ANYWAY (Y/N)? "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y"
                       MOVE "R" TO WS-ANSWER
                   ELSE
                       MOVE "N" TO WS-ANSWER
                       DISPLAY "ORDER " WS-ORDER-NUMBER
                           " LEFT ON HOLD"
                   END-IF
               END-IF
           END-IF.

       REWRITE-ORDERS.
           OPEN OUTPUT OrderFile.
           IF WS-Order-Status NOT = "00"
