           SELECT MovementFile ASSIGN TO "invmoves.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Movement-Status.
           SELECT ItemLocationFile ASSIGN TO "itemlocations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-LOCATION-KEY
               FILE STATUS IS WS-Location-Status.

       DATA DIVISION.
       FILE SECTION.
           02 FZ-FROZEN-QTY       PIC 9(7).
           02 FZ-UNIT-PRICE       PIC 9(5)V99.
           02 FZ-FREEZE-DATE      PIC 9(8).
           02 FZ-WAREHOUSE-CODE   PIC X(2).

       FD CountFile.
       01 COUNT-RECORD.
           02 CT-RECOUNT-FLAG     PIC X.
           02 CT-COUNT-DATE       PIC 9(8).
           02 CT-OPERATOR-ID      PIC X(10).
           02 CT-WAREHOUSE-CODE   PIC X(2).

       FD MovementFile.
       01 MOVEMENT-RECORD.
           02 IM-PRODUCT-NUMBER   PIC 9(5).
           02 IM-QUANTITY         PIC 9(7).
           02 IM-UNIT-COST        PIC 9(5)V99.
           02 IM-WAREHOUSE-CODE   PIC X(2).
           02 IM-TO-WAREHOUSE     PIC X(2).
           02 IM-LOT-NUMBER       PIC X(15).
           02 IM-EXPIRY-DATE      PIC 9(8).
           02 IM-UOM              PIC X(2).

       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Product-Status   PIC XX.
       01 WS-Freeze-Status    PIC XX.
       01 WS-Count-Status     PIC XX.
       01 WS-Movement-Status  PIC XX.
       01 WS-Location-Status  PIC XX.
       01 WS-Location-Open    PIC X VALUE "N".
       01 WS-Location-Eof     PIC X.
       01 WS-LOCATION-COUNT   PIC 9(3).
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
       01 WS-TODAY            PIC 9(8).

       01 WS-Freeze-Table.
           02 WS-Frz-Count PIC 9(4) VALUE 0.
           02 WS-Frz-Entry OCCURS 1000 TIMES.
             03 WS-Frz-Product PIC 9(5).
             03 WS-Frz-Warehouse PIC X(2).
             03 WS-Frz-Desc    PIC X(30).
             03 WS-Frz-Qty     PIC 9(7).
             03 WS-Frz-Price   PIC 9(5)V99.
             03 WS-Frz-Counted PIC 9(7).
             03 WS-Frz-HasCount PIC X.
       01 WS-Frz-Sub          PIC 9(4).
       01 WS-FRZ-FOUND        PIC X.

       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-WAREHOUSE-CODE   PIC X(2).
       01 WS-COUNTED-QTY      PIC 9(7).
       01 WS-RECOUNT-QTY      PIC 9(7).
       01 WS-RECOUNT-FLAG     PIC X.
       01 WS-VARIANCE-LINES   PIC 9(3) VALUE 0.
       01 WS-FROZEN-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPROVE          PIC X.
       01 WS-POSTED-COUNT     PIC 9(4) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "PHYSICAL-COUNT".
       01 WS-OPERATOR-ID       PIC X(10).
                   WS-Product-Status
               GOBACK
           END-IF.
           OPEN INPUT ItemLocationFile.
           IF WS-Location-Status = "00"
               MOVE "Y" TO WS-Location-Open
           END-IF.
           OPEN OUTPUT FreezeFile.
           PERFORM UNTIL WS-EOF = "Y"
               READ ProductMasterFile
                       MOVE PM-PRODUCT-NUMBER
                           TO FZ-PRODUCT-NUMBER
                       MOVE PM-DESCRIPTION TO FZ-DESCRIPTION
                       MOVE PM-UNIT-PRICE  TO FZ-UNIT-PRICE
                       MOVE WS-TODAY       TO FZ-FREEZE-DATE
                       MOVE 0 TO WS-LOCATION-COUNT
                       IF WS-Location-Open = "Y"
                           PERFORM FREEZE-PRODUCT-LOCATIONS
                       END-IF
                       IF WS-LOCATION-COUNT = 0
                           MOVE SPACES TO FZ-WAREHOUSE-CODE
                           MOVE PM-ON-HAND-QTY TO FZ-FROZEN-QTY
                           WRITE FREEZE-RECORD
                           ADD 1 TO WS-FROZEN-COUNT
                           ADD 1 TO WS-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FreezeFile.
           CLOSE ProductMasterFile.
           IF WS-Location-Open = "Y"
               CLOSE ItemLocationFile
           END-IF.
           DISPLAY "SNAPSHOT FROZEN: " WS-FROZEN-COUNT
               " PRODUCT LOCATION(S) TO countfreeze.dat".
           OPEN OUTPUT CountFile.
           CLOSE CountFile.
           DISPLAY "COUNT FILE CLEARED FOR NEW COUNT CYCLE.".

       FREEZE-PRODUCT-LOCATIONS.
           MOVE PM-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO IL-WAREHOUSE-CODE.
           MOVE "N" TO WS-Location-Eof.
           START ItemLocationFile KEY NOT < IL-LOCATION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Location-Eof
           END-START.
           PERFORM UNTIL WS-Location-Eof = "Y"
               READ ItemLocationFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Location-Eof
                   NOT AT END
                       IF IL-PRODUCT-NUMBER NOT = PM-PRODUCT-NUMBER
                           MOVE "Y" TO WS-Location-Eof
                       ELSE
                           MOVE IL-WAREHOUSE-CODE
                               TO FZ-WAREHOUSE-CODE
                           MOVE IL-ON-HAND-QTY TO FZ-FROZEN-QTY
                           WRITE FREEZE-RECORD
                           ADD 1 TO WS-LOCATION-COUNT
                           ADD 1 TO WS-FROZEN-COUNT
                           ADD 1 TO WS-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-FREEZE-TABLE.
           OPEN INPUT FreezeFile.
           IF WS-Freeze-Status NOT = "00"
                   "RUN FREEZE MODE FIRST"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = "Y" OR WS-Frz-Count >= 1000
               READ FreezeFile
                   AT END
                       MOVE "Y" TO WS-EOF
                       ADD 1 TO WS-Frz-Count
                       MOVE FZ-PRODUCT-NUMBER
                           TO WS-Frz-Product(WS-Frz-Count)
                       MOVE FZ-WAREHOUSE-CODE
                           TO WS-Frz-Warehouse(WS-Frz-Count)
                       MOVE FZ-DESCRIPTION
                           TO WS-Frz-Desc(WS-Frz-Count)
                       MOVE FZ-FROZEN-QTY
       ENTER-ONE-COUNT.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           MOVE SPACES TO WS-WAREHOUSE-CODE.
           PERFORM FIND-FROZEN-ENTRY.
           IF WS-FRZ-FOUND = "Y"
                   AND WS-Frz-Warehouse(WS-Frz-Sub) NOT = SPACES
               DISPLAY "ENTER WAREHOUSE COUNTED: "
               ACCEPT WS-WAREHOUSE-CODE
               PERFORM FIND-FROZEN-ENTRY
           END-IF.
           IF WS-FRZ-FOUND = "N"
               DISPLAY "PRODUCT " WS-PRODUCT-NUMBER " "
                   WS-WAREHOUSE-CODE
                   " NOT ON FROZEN SNAPSHOT - COUNT REFUSED"
           ELSE
               DISPLAY WS-Frz-Desc(WS-Frz-Sub)
               DISPLAY "ENTER COUNTED QUANTITY: "
               ACCEPT WS-COUNTED-QTY
               MOVE WS-RECOUNT-FLAG   TO CT-RECOUNT-FLAG
               MOVE WS-TODAY          TO CT-COUNT-DATE
               MOVE WS-OPERATOR-ID    TO CT-OPERATOR-ID
               MOVE WS-Frz-Warehouse(WS-Frz-Sub)
                   TO CT-WAREHOUSE-CODE
               WRITE COUNT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               DISPLAY "COUNT RECORDED FOR PRODUCT "
                   WS-PRODUCT-NUMBER
           END-IF.

       FIND-FROZEN-ENTRY.
           MOVE "N" TO WS-FRZ-FOUND.
           PERFORM VARYING WS-Frz-Sub FROM 1 BY 1
                   UNTIL WS-Frz-Sub > WS-Frz-Count
                   OR WS-FRZ-FOUND = "Y"
               IF WS-Frz-Product(WS-Frz-Sub) = WS-PRODUCT-NUMBER
                       AND (WS-WAREHOUSE-CODE = SPACES
                       OR WS-Frz-Warehouse(WS-Frz-Sub)
                           = WS-WAREHOUSE-CODE)
                   MOVE "Y" TO WS-FRZ-FOUND
               END-IF
           END-PERFORM.
           IF WS-FRZ-FOUND = "Y"
               SUBTRACT 1 FROM WS-Frz-Sub
           END-IF.

       VARIANCE-REPORT.
           PERFORM LOAD-FREEZE-TABLE.
           PERFORM LOAD-COUNTS.
           DISPLAY " ".
           DISPLAY "PHYSICAL COUNT VARIANCE REPORT - " WS-TODAY.
           DISPLAY "PRODUCT WH  FROZEN   COUNTED  VARIANCE"
               "  EXTENDED VALUE".
           DISPLAY "------------------------------------------------".
           PERFORM VARYING WS-Frz-Sub FROM 1 BY 1
                   UNTIL WS-Frz-Sub > WS-Frz-Count
               IF WS-Frz-HasCount(WS-Frz-Sub) = "Y"
                           WS-VARIANCE * WS-Frz-Price(WS-Frz-Sub)
                       ADD WS-EXTENDED TO WS-TOTAL-VARIANCE
                       ADD 1 TO WS-VARIANCE-LINES
                       DISPLAY WS-Frz-Product(WS-Frz-Sub) "   "
                           WS-Frz-Warehouse(WS-Frz-Sub) "  "
                           WS-Frz-Qty(WS-Frz-Sub) "  "
                           WS-Frz-Counted(WS-Frz-Sub) "  "
                           WS-VARIANCE "  " WS-EXTENDED
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "------------------------------------------------".
           DISPLAY "VARIANCE LINES : " WS-VARIANCE-LINES.
           DISPLAY "TOTAL VARIANCE : " WS-TOTAL-VARIANCE.
           IF WS-VARIANCE-LINES > 0
           PERFORM VARYING WS-Frz-Sub FROM 1 BY 1
                   UNTIL WS-Frz-Sub > WS-Frz-Count
               IF WS-Frz-Product(WS-Frz-Sub) = CT-PRODUCT-NUMBER
                       AND WS-Frz-Warehouse(WS-Frz-Sub)
                           = CT-WAREHOUSE-CODE
                   MOVE CT-COUNTED-QTY
                       TO WS-Frz-Counted(WS-Frz-Sub)
                   MOVE "Y" TO WS-Frz-HasCount(WS-Frz-Sub)
                               TO IM-PRODUCT-NUMBER
                           MOVE WS-VARIANCE TO IM-QUANTITY
                           MOVE ZERO TO IM-UNIT-COST
                           MOVE WS-Frz-Warehouse(WS-Frz-Sub)
                               TO IM-WAREHOUSE-CODE
                           MOVE SPACES TO IM-TO-WAREHOUSE
                           MOVE SPACES TO IM-LOT-NUMBER
                           MOVE ZERO TO IM-EXPIRY-DATE
                           MOVE SPACES TO IM-UOM
                           WRITE MOVEMENT-RECORD
                           ADD 1 TO WS-POSTED-COUNT
                           ADD 1 TO WS-WRITTEN-COUNT
                               TO IM-PRODUCT-NUMBER
                           COMPUTE IM-QUANTITY = 0 - WS-VARIANCE
                           MOVE ZERO TO IM-UNIT-COST
                           MOVE WS-Frz-Warehouse(WS-Frz-Sub)
                               TO IM-WAREHOUSE-CODE
                           MOVE SPACES TO IM-TO-WAREHOUSE
                           MOVE SPACES TO IM-LOT-NUMBER
                           MOVE ZERO TO IM-EXPIRY-DATE
                           MOVE SPACES TO IM-UOM
                           WRITE MOVEMENT-RECORD
                           ADD 1 TO WS-POSTED-COUNT
                           ADD 1 TO WS-WRITTEN-COUNT
