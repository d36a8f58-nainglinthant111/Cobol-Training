       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StandingOrderFile ASSIGN TO "standingorders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Standing-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT SalespersonFile ASSIGN TO "salespersons.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sales-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StandingOrderFile.
       COPY "StandingOrder.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD SalespersonFile.
       COPY "Salesperson.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Standing-Status  PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Sales-Status     PIC XX.
       01 WS-ShipTo-Status    PIC XX.
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-DEACTIVATE VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).
       01 WS-DATE-OK          PIC X.

       01 WS-Standing-Table.
           02 WS-Std-Count PIC 9(4) VALUE 0.
           02 WS-Std-Entry OCCURS 2000 TIMES.
             03 WS-Std-Image  PIC X(70).
       01 WS-Std-Sub          PIC 9(4).
       01 WS-Std-Found        PIC 9(4).
       01 WS-Std-Changed      PIC X VALUE "N".
       01 WS-Std-Valid        PIC X.
       01 WS-HIGH-NUMBER      PIC 9(5) VALUE 0.

       01 WS-Sales-Eof        PIC X VALUE "N".
       01 WS-Sales-Table.
           02 WS-Sal-Count PIC 99 VALUE 0.
           02 WS-Sal-Entry OCCURS 50 TIMES.
             03 WS-Sal-Code PIC X(3).
             03 WS-Sal-Name PIC X(20).
       01 WS-Sal-Sub          PIC 99.
       01 WS-SALESPERSON      PIC X(3).
       01 WS-SALES-OK         PIC X.

       01 WS-STANDING-NUMBER  PIC 9(5).
       01 WS-CUSTOMER-ID      PIC 9(5).
       01 WS-CUSTOMER-OK      PIC X.
       01 WS-SHIP-TO-NUMBER   PIC 9(3).
       01 WS-SHIPTO-OK        PIC X.
       01 WS-PRODUCT-OK       PIC X.
       01 WS-NEW-QUANTITY     PIC 9(5).
       01 WS-FIRST-RUN-DATE   PIC 9(8).
       01 WS-NEW-END-DATE     PIC 9(8).
       01 WS-REACTIVATE       PIC X.
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.

       01 WS-BUSDAY-FUNCTION  PIC X VALUE "R".
       01 WS-BUSDAY-COUNT     PIC 9(3) VALUE 0.
       01 WS-ROLLED-DATE      PIC 9(8).

       01 WS-Program-Name      PIC X(20) VALUE "STANDING-ORDER-MAINT".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (A=ADD STANDING ORDERS, C=CHANGE, "
               "D=DEACTIVATE, L=LIST): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-STANDING-ORDERS.
           IF WS-Eof NOT = "Y"
               DISPLAY "STANDING ORDER FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.
           PERFORM LOAD-SALESPERSONS.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "Unable to open customer file: status "
                   WS-Customer-Status
               STOP RUN
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "Unable to open product master: status "
                   WS-Product-Status
               CLOSE CustomerFile
               STOP RUN
           END-IF.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-Status = "00"
               MOVE "Y" TO WS-ShipTo-Open
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-STANDING-ORDERS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-STANDING-ORDERS
               WHEN MODE-DEACTIVATE
                   PERFORM DEACTIVATE-STANDING-ORDERS
               WHEN MODE-LIST
                   PERFORM LIST-STANDING-ORDERS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE CustomerFile.
           CLOSE ProductMasterFile.
           IF WS-ShipTo-Open = "Y"
               CLOSE ShipToFile
           END-IF.

           IF WS-Std-Changed = "Y"
               PERFORM REWRITE-STANDING-ORDERS
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ADD-STANDING-ORDERS.
           PERFORM UNTIL WS-End = "N"
               PERFORM ADD-ONE-STANDING-ORDER
               DISPLAY "ADD ANOTHER STANDING ORDER (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ADD-ONE-STANDING-ORDER.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-OK NOT = "Y"
               DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                   " NOT ON FILE - STANDING ORDER REJECTED"
           ELSE
               DISPLAY "CUSTOMER: " CustomerName
               PERFORM ACCEPT-SHIP-TO
               PERFORM ACCEPT-SALESPERSON
               DISPLAY "ENTER PRODUCT NUMBER: "
               ACCEPT SO-PRODUCT-NUMBER
               PERFORM LOOK-UP-PRODUCT
               DISPLAY "ENTER QUANTITY: "
               ACCEPT SO-QUANTITY
               DISPLAY "ENTER FREQUENCY (W=WEEKLY, B=EVERY TWO "
                   "WEEKS, M=MONTHLY): "
               ACCEPT SO-FREQUENCY
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER FIRST RUN DATE (YYYYMMDD): "
                   ACCEPT WS-FIRST-RUN-DATE
                   CALL "DATE-VALIDATE" USING WS-FIRST-RUN-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               PERFORM ACCEPT-END-DATE
               MOVE WS-NEW-END-DATE TO SO-END-DATE
               MOVE "Y" TO WS-Std-Valid
               IF WS-PRODUCT-OK NOT = "Y"
                   MOVE "N" TO WS-Std-Valid
               END-IF
               IF SO-QUANTITY = ZERO
                   DISPLAY "ZERO QUANTITY"
                   MOVE "N" TO WS-Std-Valid
               END-IF
               IF SO-FREQUENCY NOT = "W" AND SO-FREQUENCY NOT = "B"
                       AND SO-FREQUENCY NOT = "M"
                   DISPLAY "FREQUENCY MUST BE W, B OR M"
                   MOVE "N" TO WS-Std-Valid
               END-IF
               IF WS-FIRST-RUN-DATE < WS-TODAY
                   DISPLAY "FIRST RUN DATE IS ALREADY PAST"
                   MOVE "N" TO WS-Std-Valid
               END-IF
               IF SO-END-DATE NOT = ZERO
                       AND SO-END-DATE < WS-FIRST-RUN-DATE
                   DISPLAY "END DATE IS BEFORE THE FIRST RUN DATE"
                   MOVE "N" TO WS-Std-Valid
               END-IF
               IF WS-Std-Valid = "N"
                   DISPLAY "STANDING ORDER REJECTED"
               ELSE
               IF WS-Std-Count >= 2000
                   DISPLAY "STANDING ORDER TABLE FULL - STANDING "
                       "ORDER REJECTED"
               ELSE
                   ADD 1 TO WS-HIGH-NUMBER
                   MOVE WS-HIGH-NUMBER TO SO-STANDING-NUMBER
                   MOVE WS-CUSTOMER-ID TO SO-CUSTOMER-ID
                   MOVE WS-SHIP-TO-NUMBER TO SO-SHIP-TO-NUMBER
                   MOVE WS-SALESPERSON TO SO-SALESPERSON
                   PERFORM SET-FIRST-RUN
                   MOVE "A" TO SO-STATUS
                   MOVE ZERO TO SO-LAST-RUN-DATE
                   MOVE ZERO TO SO-LAST-ORDER-NUMBER
                   ADD 1 TO WS-Std-Count
                   MOVE STANDING-ORDER-RECORD
                       TO WS-Std-Image(WS-Std-Count)
                   MOVE "Y" TO WS-Std-Changed
                   DISPLAY "STANDING ORDER " SO-STANDING-NUMBER
                       " ADDED - FIRST RUN " SO-NEXT-RUN-DATE
               END-IF END-IF
           END-IF.

       CHANGE-STANDING-ORDERS.
           PERFORM UNTIL WS-End = "N"
               PERFORM CHANGE-ONE-STANDING-ORDER
               DISPLAY "CHANGE ANOTHER STANDING ORDER (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       CHANGE-ONE-STANDING-ORDER.
           DISPLAY "ENTER STANDING ORDER NUMBER: ".
           ACCEPT WS-STANDING-NUMBER.
           PERFORM FIND-STANDING-ORDER.
           IF WS-Std-Found = 0
               DISPLAY "STANDING ORDER " WS-STANDING-NUMBER
                   " NOT ON FILE"
           ELSE
               MOVE WS-Std-Image(WS-Std-Found)
                   TO STANDING-ORDER-RECORD
               DISPLAY "CUSTOMER " SO-CUSTOMER-ID
                   " PRODUCT " SO-PRODUCT-NUMBER
                   " QTY " SO-QUANTITY
                   " FREQ " SO-FREQUENCY
                   " NEXT RUN " SO-NEXT-RUN-DATE
                   " END " SO-END-DATE
                   " STATUS " SO-STATUS
               DISPLAY "ENTER NEW QUANTITY (0 = NO CHANGE): "
               ACCEPT WS-NEW-QUANTITY
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER NEW NEXT RUN DATE (YYYYMMDD, "
                       "0 = NO CHANGE): "
                   ACCEPT WS-FIRST-RUN-DATE
                   IF WS-FIRST-RUN-DATE = ZERO
                       MOVE "Y" TO WS-DATE-OK
                   ELSE
                       CALL "DATE-VALIDATE" USING WS-FIRST-RUN-DATE
                           WS-DATE-OK
                       IF WS-DATE-OK NOT = "Y"
                           DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM ACCEPT-END-DATE
               MOVE "N" TO WS-REACTIVATE
               IF SO-STATUS = "I"
                   DISPLAY "STANDING ORDER IS INACTIVE - "
                       "REACTIVATE (Y/N)? "
                   ACCEPT WS-REACTIVATE
               END-IF
               MOVE "Y" TO WS-Std-Valid
               IF WS-FIRST-RUN-DATE NOT = ZERO
                       AND WS-FIRST-RUN-DATE < WS-TODAY
                   DISPLAY "NEXT RUN DATE IS ALREADY PAST"
                   MOVE "N" TO WS-Std-Valid
               END-IF
               IF WS-Std-Valid = "N"
                   DISPLAY "CHANGE REJECTED"
               ELSE
                   IF WS-NEW-QUANTITY NOT = ZERO
                       MOVE WS-NEW-QUANTITY TO SO-QUANTITY
                   END-IF
                   IF WS-FIRST-RUN-DATE NOT = ZERO
                       PERFORM SET-FIRST-RUN
                   END-IF
                   MOVE WS-NEW-END-DATE TO SO-END-DATE
                   IF SO-STATUS NOT = "I" OR WS-REACTIVATE = "Y"
                       IF SO-END-DATE NOT = ZERO
                               AND SO-NEXT-RUN-DATE > SO-END-DATE
                           MOVE "E" TO SO-STATUS
                       ELSE
                           MOVE "A" TO SO-STATUS
                       END-IF
                   END-IF
                   MOVE STANDING-ORDER-RECORD
                       TO WS-Std-Image(WS-Std-Found)
                   MOVE "Y" TO WS-Std-Changed
                   DISPLAY "STANDING ORDER " SO-STANDING-NUMBER
                       " CHANGED - NEXT RUN " SO-NEXT-RUN-DATE
                       " STATUS " SO-STATUS
               END-IF
           END-IF.

       DEACTIVATE-STANDING-ORDERS.
           PERFORM UNTIL WS-End = "N"
               PERFORM DEACTIVATE-ONE-STANDING-ORDER
               DISPLAY "DEACTIVATE ANOTHER STANDING ORDER (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       DEACTIVATE-ONE-STANDING-ORDER.
           DISPLAY "ENTER STANDING ORDER NUMBER: ".
           ACCEPT WS-STANDING-NUMBER.
           PERFORM FIND-STANDING-ORDER.
           IF WS-Std-Found = 0
               DISPLAY "STANDING ORDER " WS-STANDING-NUMBER
                   " NOT ON FILE"
           ELSE
               MOVE WS-Std-Image(WS-Std-Found)
                   TO STANDING-ORDER-RECORD
               MOVE "I" TO SO-STATUS
               MOVE STANDING-ORDER-RECORD
                   TO WS-Std-Image(WS-Std-Found)
               MOVE "Y" TO WS-Std-Changed
               DISPLAY "STANDING ORDER " SO-STANDING-NUMBER
                   " DEACTIVATED FOR CUSTOMER " SO-CUSTOMER-ID
           END-IF.

       LIST-STANDING-ORDERS.
           DISPLAY "ENTER CUSTOMER ID (0 = ALL CUSTOMERS): ".
           ACCEPT WS-CUSTOMER-ID.
           DISPLAY "NUMBR CUST  SHP PROD  QTY   F NEXT RUN END DATE "
               "SLS ST LAST RUN ORDER".
           PERFORM VARYING WS-Std-Sub FROM 1 BY 1
                   UNTIL WS-Std-Sub > WS-Std-Count
               MOVE WS-Std-Image(WS-Std-Sub) TO STANDING-ORDER-RECORD
               IF WS-CUSTOMER-ID = ZERO
                       OR SO-CUSTOMER-ID = WS-CUSTOMER-ID
                   DISPLAY SO-STANDING-NUMBER " " SO-CUSTOMER-ID " "
                       SO-SHIP-TO-NUMBER " " SO-PRODUCT-NUMBER " "
                       SO-QUANTITY " " SO-FREQUENCY " "
                       SO-NEXT-RUN-DATE " " SO-END-DATE " "
                       SO-SALESPERSON " " SO-STATUS "  "
                       SO-LAST-RUN-DATE " " SO-LAST-ORDER-NUMBER
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY "STANDING ORDERS LISTED: " WS-LIST-COUNT.

       ACCEPT-END-DATE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER END DATE (YYYYMMDD, "
                   "0 = NO END DATE): "
               ACCEPT WS-NEW-END-DATE
               IF WS-NEW-END-DATE = ZERO
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   CALL "DATE-VALIDATE" USING WS-NEW-END-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

       SET-FIRST-RUN.
           MOVE WS-FIRST-RUN-DATE TO SO-SCHEDULE-DATE.
           MOVE WS-FIRST-RUN-DATE(7:2) TO SO-RUN-DAY.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-FIRST-RUN-DATE WS-BUSDAY-COUNT WS-ROLLED-DATE.
           MOVE WS-ROLLED-DATE TO SO-NEXT-RUN-DATE.
           IF WS-ROLLED-DATE NOT = WS-FIRST-RUN-DATE
               DISPLAY WS-FIRST-RUN-DATE " IS NOT A BUSINESS DAY - "
                   "RUNS ON " WS-ROLLED-DATE
           END-IF.

       LOOK-UP-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE WS-CUSTOMER-ID TO CustomerID.
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.

       LOOK-UP-PRODUCT.
           MOVE "N" TO WS-PRODUCT-OK.
           MOVE SO-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "PRODUCT " SO-PRODUCT-NUMBER
                       " NOT ON MASTER"
               NOT INVALID KEY
                   IF PM-STATUS-CODE = "D"
                       DISPLAY "PRODUCT " SO-PRODUCT-NUMBER
                           " IS DISCONTINUED"
                   ELSE
                       MOVE "Y" TO WS-PRODUCT-OK
                       DISPLAY PM-DESCRIPTION " AT " PM-UNIT-PRICE
                   END-IF
           END-READ.

       ACCEPT-SHIP-TO.
           MOVE 0 TO WS-SHIP-TO-NUMBER.
           IF WS-ShipTo-Open = "Y"
               MOVE "N" TO WS-SHIPTO-OK
               PERFORM UNTIL WS-SHIPTO-OK = "Y"
                   DISPLAY "ENTER SHIP-TO NUMBER (000 = BILL-TO): "
                   ACCEPT WS-SHIP-TO-NUMBER
                   IF WS-SHIP-TO-NUMBER = ZERO
                       MOVE "Y" TO WS-SHIPTO-OK
                   ELSE
                       MOVE WS-CUSTOMER-ID TO ShipToCustomerID
                       MOVE WS-SHIP-TO-NUMBER TO ShipToNumber
                       READ ShipToFile
                           INVALID KEY
                               DISPLAY "SHIP-TO " WS-SHIP-TO-NUMBER
                                   " NOT ON FILE - PLEASE RE-ENTER"
                           NOT INVALID KEY
                               IF ShipToStatus = "A"
                                   MOVE "Y" TO WS-SHIPTO-OK
                                   DISPLAY "SHIP TO: " ShipToName " "
                                       ShipToCity " " ShipToState
                               ELSE
                                   DISPLAY "SHIP-TO " WS-SHIP-TO-NUMBER
                                       " IS INACTIVE - PLEASE RE-ENTER"
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-SALESPERSONS.
           OPEN INPUT SalespersonFile.
           IF WS-Sales-Status NOT = "00"
               DISPLAY "SALESPERSON FILE NOT FOUND - CODES NOT "
                   "VALIDATED"
           ELSE
               PERFORM UNTIL WS-Sales-Eof = "Y"
                       OR WS-Sal-Count >= 50
                   READ SalespersonFile
                       AT END
                           MOVE "Y" TO WS-Sales-Eof
                       NOT AT END
                           IF SP-STATUS = "A"
                               ADD 1 TO WS-Sal-Count
                               MOVE SP-CODE
                                   TO WS-Sal-Code(WS-Sal-Count)
                               MOVE SP-NAME
                                   TO WS-Sal-Name(WS-Sal-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalespersonFile
           END-IF.

       ACCEPT-SALESPERSON.
           MOVE "N" TO WS-SALES-OK.
           PERFORM UNTIL WS-SALES-OK = "Y"
               DISPLAY "ENTER SALESPERSON CODE: "
               ACCEPT WS-SALESPERSON
               IF WS-Sal-Count = 0
                   MOVE "Y" TO WS-SALES-OK
               ELSE
                   PERFORM VARYING WS-Sal-Sub FROM 1 BY 1
                           UNTIL WS-Sal-Sub > WS-Sal-Count
                       IF WS-Sal-Code(WS-Sal-Sub) = WS-SALESPERSON
                           MOVE "Y" TO WS-SALES-OK
                           DISPLAY "SALESPERSON: "
                               WS-Sal-Name(WS-Sal-Sub)
                           MOVE WS-Sal-Count TO WS-Sal-Sub
                       END-IF
                   END-PERFORM
                   IF WS-SALES-OK NOT = "Y"
                       DISPLAY "SALESPERSON " WS-SALESPERSON
                           " NOT ON FILE - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

       FIND-STANDING-ORDER.
           MOVE 0 TO WS-Std-Found.
           PERFORM VARYING WS-Std-Sub FROM 1 BY 1
                   UNTIL WS-Std-Sub > WS-Std-Count
               MOVE WS-Std-Image(WS-Std-Sub) TO STANDING-ORDER-RECORD
               IF SO-STANDING-NUMBER = WS-STANDING-NUMBER
                   MOVE WS-Std-Sub TO WS-Std-Found
                   MOVE WS-Std-Count TO WS-Std-Sub
               END-IF
           END-PERFORM.

       LOAD-STANDING-ORDERS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT StandingOrderFile.
           IF WS-Standing-Status NOT = "00"
               MOVE "Y" TO WS-Eof
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Std-Count >= 2000
                   READ StandingOrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Std-Count
                           MOVE STANDING-ORDER-RECORD
                               TO WS-Std-Image(WS-Std-Count)
                           IF SO-STANDING-NUMBER > WS-HIGH-NUMBER
                               MOVE SO-STANDING-NUMBER
                                   TO WS-HIGH-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StandingOrderFile
           END-IF.

       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT StandingOrderFile.
           IF WS-Standing-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE STANDING ORDER FILE: STATUS "
                   WS-Standing-Status
           ELSE
               PERFORM VARYING WS-Std-Sub FROM 1 BY 1
                       UNTIL WS-Std-Sub > WS-Std-Count
                   MOVE WS-Std-Image(WS-Std-Sub)
                       TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE StandingOrderFile
           END-IF.
