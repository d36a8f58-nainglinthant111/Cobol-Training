       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-LOCATION-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemLocationFile ASSIGN TO "itemlocations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-LOCATION-KEY
               FILE STATUS IS WS-Location-Status.
           SELECT WarehouseFile ASSIGN TO "warehouses.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Warehouse-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ItemLocationFile.
       COPY "ItemLocation.cpy".

       FD WarehouseFile.
       COPY "Warehouse.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Location-Status  PIC XX.
       01 WS-Warehouse-Status PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-WAREHOUSE  VALUE "W".
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-DELETE     VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-Warehouse-Table.
           02 WS-Wh-Count PIC 9(2) VALUE 0.
           02 WS-Wh-Entry OCCURS 50 TIMES.
             03 WS-Wh-Image   PIC X(23).
       01 WS-Wh-Sub           PIC 9(2).
       01 WS-Wh-Found         PIC 9(2).
       01 WS-Wh-Changed       PIC X VALUE "N".

       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-WAREHOUSE-CODE   PIC X(2).
       01 WS-NEW-NAME         PIC X(20).
       01 WS-NEW-STATUS       PIC X.
       01 WS-NEW-REORDER-POINT PIC 9(7).
       01 WS-NEW-REORDER-QTY  PIC 9(7).
       01 WS-NEW-BIN          PIC X(8).
       01 WS-PRODUCT-OK       PIC X.
       01 WS-LOCATED          PIC X.
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.

       01 WS-Program-Name      PIC X(20) VALUE "ITEM-LOCATION-MAINT".
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

           DISPLAY "SELECT MODE (W=WAREHOUSES, A=ADD ITEM LOCATIONS, "
               "C=CHANGE, D=DELETE, L=LIST): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-WAREHOUSES.
           IF WS-Eof NOT = "Y"
               DISPLAY "WAREHOUSE FILE EXCEEDS 50 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.

           IF NOT MODE-WAREHOUSE
               PERFORM OPEN-LOCATION-FILES
           END-IF.

           EVALUATE TRUE
               WHEN MODE-WAREHOUSE
                   PERFORM MAINTAIN-WAREHOUSES
               WHEN MODE-ADD
                   PERFORM ADD-ITEM-LOCATIONS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-ITEM-LOCATIONS
               WHEN MODE-DELETE
                   PERFORM DELETE-ITEM-LOCATIONS
               WHEN MODE-LIST
                   PERFORM LIST-ITEM-LOCATIONS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF NOT MODE-WAREHOUSE
               CLOSE ItemLocationFile
               CLOSE ProductMasterFile
           END-IF.

           IF WS-Wh-Changed = "Y"
               PERFORM REWRITE-WAREHOUSES
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       OPEN-LOCATION-FILES.
           OPEN I-O ItemLocationFile.
           IF WS-Location-Status = "35"
               OPEN OUTPUT ItemLocationFile
               CLOSE ItemLocationFile
               OPEN I-O ItemLocationFile
           END-IF.
           IF WS-Location-Status NOT = "00"
               DISPLAY "ERROR OPENING ITEM LOCATION FILE: STATUS "
                   WS-Location-Status
               STOP RUN
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-Product-Status
               CLOSE ItemLocationFile
               STOP RUN
           END-IF.

       MAINTAIN-WAREHOUSES.
           PERFORM UNTIL WS-End = "N"
               PERFORM MAINTAIN-ONE-WAREHOUSE
               DISPLAY "MAINTAIN ANOTHER WAREHOUSE (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.
           DISPLAY "CODE  NAME                  STATUS".
           PERFORM VARYING WS-Wh-Sub FROM 1 BY 1
                   UNTIL WS-Wh-Sub > WS-Wh-Count
               MOVE WS-Wh-Image(WS-Wh-Sub) TO WAREHOUSE-RECORD
               DISPLAY WH-WAREHOUSE-CODE "    " WH-NAME "  "
                   WH-STATUS
           END-PERFORM.

       MAINTAIN-ONE-WAREHOUSE.
           DISPLAY "ENTER WAREHOUSE CODE: ".
           ACCEPT WS-WAREHOUSE-CODE.
           IF WS-WAREHOUSE-CODE = SPACES
               DISPLAY "WAREHOUSE CODE IS REQUIRED"
           ELSE
               PERFORM FIND-WAREHOUSE
               IF WS-Wh-Found NOT = 0
                   MOVE WS-Wh-Image(WS-Wh-Found) TO WAREHOUSE-RECORD
                   DISPLAY "CURRENT NAME: " WH-NAME
                       "  STATUS: " WH-STATUS
               END-IF
               DISPLAY "ENTER WAREHOUSE NAME (BLANK = NO CHANGE): "
               ACCEPT WS-NEW-NAME
               DISPLAY "ENTER STATUS (A=ACTIVE, I=INACTIVE): "
               ACCEPT WS-NEW-STATUS
               IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "I"
                   DISPLAY "INVALID STATUS - WAREHOUSE NOT CHANGED"
               ELSE
               IF WS-Wh-Found NOT = 0
                   IF WS-NEW-NAME NOT = SPACES
                       MOVE WS-NEW-NAME TO WH-NAME
                   END-IF
                   MOVE WS-NEW-STATUS TO WH-STATUS
                   MOVE WAREHOUSE-RECORD TO WS-Wh-Image(WS-Wh-Found)
                   MOVE "Y" TO WS-Wh-Changed
                   DISPLAY "WAREHOUSE " WS-WAREHOUSE-CODE " CHANGED"
               ELSE
               IF WS-NEW-NAME = SPACES
                   DISPLAY "WAREHOUSE NAME IS REQUIRED - "
                       "WAREHOUSE NOT ADDED"
               ELSE
               IF WS-Wh-Count >= 50
                   DISPLAY "WAREHOUSE TABLE FULL - "
                       "WAREHOUSE NOT ADDED"
               ELSE
                   MOVE WS-WAREHOUSE-CODE TO WH-WAREHOUSE-CODE
                   MOVE WS-NEW-NAME       TO WH-NAME
                   MOVE WS-NEW-STATUS     TO WH-STATUS
                   ADD 1 TO WS-Wh-Count
                   MOVE WAREHOUSE-RECORD TO WS-Wh-Image(WS-Wh-Count)
                   MOVE "Y" TO WS-Wh-Changed
                   DISPLAY "WAREHOUSE " WS-WAREHOUSE-CODE " ADDED"
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       ADD-ITEM-LOCATIONS.
           PERFORM UNTIL WS-End = "N"
               PERFORM ADD-ONE-ITEM-LOCATION
               DISPLAY "ADD ANOTHER ITEM LOCATION (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ADD-ONE-ITEM-LOCATION.
           PERFORM ACCEPT-LOCATION-KEY.
           PERFORM FIND-WAREHOUSE.
           IF WS-PRODUCT-OK NOT = "Y"
               DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                   " NOT ON MASTER - LOCATION REJECTED"
           ELSE
           IF WS-Wh-Found = 0
               DISPLAY "WAREHOUSE " WS-WAREHOUSE-CODE
                   " NOT ON FILE - LOCATION REJECTED"
           ELSE
               MOVE WS-Wh-Image(WS-Wh-Found) TO WAREHOUSE-RECORD
               IF WH-STATUS NOT = "A"
                   DISPLAY "WAREHOUSE " WS-WAREHOUSE-CODE
                       " IS INACTIVE - LOCATION REJECTED"
               ELSE
                   DISPLAY "PRODUCT: " PM-DESCRIPTION
                   PERFORM CHECK-PRODUCT-LOCATED
                   DISPLAY "ENTER REORDER POINT (0 = NONE): "
                   ACCEPT WS-NEW-REORDER-POINT
                   DISPLAY "ENTER REORDER QUANTITY: "
                   ACCEPT WS-NEW-REORDER-QTY
                   DISPLAY "ENTER BIN LOCATION: "
                   ACCEPT WS-NEW-BIN
                   MOVE WS-PRODUCT-NUMBER    TO IL-PRODUCT-NUMBER
                   MOVE WS-WAREHOUSE-CODE    TO IL-WAREHOUSE-CODE
                   MOVE ZERO                 TO IL-ON-HAND-QTY
                   MOVE ZERO                 TO IL-IN-TRANSIT-QTY
                   IF WS-LOCATED = "N"
                       MOVE PM-ON-HAND-QTY   TO IL-ON-HAND-QTY
                   END-IF
                   MOVE WS-NEW-REORDER-POINT TO IL-REORDER-POINT
                   MOVE WS-NEW-REORDER-QTY   TO IL-REORDER-QTY
                   MOVE WS-NEW-BIN           TO IL-BIN-LOCATION
                   MOVE WS-TODAY             TO IL-WRITE-TIMESTAMP
                   WRITE ITEM-LOCATION-RECORD
                       INVALID KEY
                           DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                               " ALREADY STOCKED AT WAREHOUSE "
                               WS-WAREHOUSE-CODE " - USE CHANGE"
                       NOT INVALID KEY
                           ADD 1 TO WS-Written-Count
                           DISPLAY "LOCATION ADDED"
                           IF WS-LOCATED = "N"
                               DISPLAY "EXISTING ON-HAND OF "
                                   IL-ON-HAND-QTY
                                   " ASSIGNED TO WAREHOUSE "
                                   WS-WAREHOUSE-CODE
                           END-IF
                   END-WRITE
               END-IF
           END-IF
           END-IF.

       CHANGE-ITEM-LOCATIONS.
           PERFORM UNTIL WS-End = "N"
               PERFORM CHANGE-ONE-ITEM-LOCATION
               DISPLAY "CHANGE ANOTHER ITEM LOCATION (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       CHANGE-ONE-ITEM-LOCATION.
           PERFORM ACCEPT-LOCATION-KEY.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO IL-WAREHOUSE-CODE.
           READ ItemLocationFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT STOCKED AT WAREHOUSE "
                       WS-WAREHOUSE-CODE
               NOT INVALID KEY
                   DISPLAY "ON HAND " IL-ON-HAND-QTY
                       "  IN TRANSIT " IL-IN-TRANSIT-QTY
                   DISPLAY "REORDER POINT " IL-REORDER-POINT
                       "  REORDER QTY " IL-REORDER-QTY
                       "  BIN " IL-BIN-LOCATION
                   DISPLAY "ENTER REORDER POINT (0 = NONE): "
                   ACCEPT WS-NEW-REORDER-POINT
                   DISPLAY "ENTER REORDER QUANTITY: "
                   ACCEPT WS-NEW-REORDER-QTY
                   DISPLAY "ENTER BIN LOCATION (BLANK = NO CHANGE): "
                   ACCEPT WS-NEW-BIN
                   MOVE WS-NEW-REORDER-POINT TO IL-REORDER-POINT
                   MOVE WS-NEW-REORDER-QTY   TO IL-REORDER-QTY
                   IF WS-NEW-BIN NOT = SPACES
                       MOVE WS-NEW-BIN TO IL-BIN-LOCATION
                   END-IF
                   MOVE WS-TODAY TO IL-WRITE-TIMESTAMP
                   REWRITE ITEM-LOCATION-RECORD
                   ADD 1 TO WS-Written-Count
                   DISPLAY "LOCATION CHANGED"
           END-READ.

       DELETE-ITEM-LOCATIONS.
           PERFORM UNTIL WS-End = "N"
               PERFORM DELETE-ONE-ITEM-LOCATION
               DISPLAY "DELETE ANOTHER ITEM LOCATION (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       DELETE-ONE-ITEM-LOCATION.
           PERFORM ACCEPT-LOCATION-KEY.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE WS-WAREHOUSE-CODE TO IL-WAREHOUSE-CODE.
           READ ItemLocationFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT STOCKED AT WAREHOUSE "
                       WS-WAREHOUSE-CODE
               NOT INVALID KEY
                   IF IL-ON-HAND-QTY NOT = ZERO
                           OR IL-IN-TRANSIT-QTY NOT = ZERO
                       DISPLAY "LOCATION STILL HOLDS STOCK - "
                           "TRANSFER IT OUT BEFORE DELETING"
                   ELSE
                       DELETE ItemLocationFile
                       ADD 1 TO WS-Written-Count
                       DISPLAY "LOCATION DELETED"
                   END-IF
           END-READ.

       LIST-ITEM-LOCATIONS.
           DISPLAY "ENTER PRODUCT NUMBER (0 = ALL): ".
           ACCEPT WS-PRODUCT-NUMBER.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO IL-WAREHOUSE-CODE.
           MOVE "N" TO WS-Eof.
           START ItemLocationFile KEY NOT < IL-LOCATION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof
           END-START.
           DISPLAY "PRODUCT WH  ON HAND  IN TRANS  REORDER PT  "
               "REORDER QTY  BIN".
           PERFORM UNTIL WS-Eof = "Y"
               READ ItemLocationFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF WS-PRODUCT-NUMBER NOT = ZERO
                               AND IL-PRODUCT-NUMBER
                                   NOT = WS-PRODUCT-NUMBER
                           MOVE "Y" TO WS-Eof
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY IL-PRODUCT-NUMBER "   "
                               IL-WAREHOUSE-CODE "  "
                               IL-ON-HAND-QTY "  "
                               IL-IN-TRANSIT-QTY "   "
                               IL-REORDER-POINT "     "
                               IL-REORDER-QTY "      "
                               IL-BIN-LOCATION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "LOCATIONS LISTED: " WS-LIST-COUNT.

       ACCEPT-LOCATION-KEY.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           DISPLAY "ENTER WAREHOUSE CODE: ".
           ACCEPT WS-WAREHOUSE-CODE.
           MOVE "N" TO WS-PRODUCT-OK.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-OK
           END-READ.

       CHECK-PRODUCT-LOCATED.
           MOVE "N" TO WS-LOCATED.
           MOVE WS-PRODUCT-NUMBER TO IL-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO IL-WAREHOUSE-CODE.
           START ItemLocationFile KEY NOT < IL-LOCATION-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ItemLocationFile NEXT RECORD
                       NOT AT END
                           IF IL-PRODUCT-NUMBER = WS-PRODUCT-NUMBER
                               MOVE "Y" TO WS-LOCATED
                           END-IF
                   END-READ
           END-START.

       FIND-WAREHOUSE.
           MOVE 0 TO WS-Wh-Found.
           PERFORM VARYING WS-Wh-Sub FROM 1 BY 1
                   UNTIL WS-Wh-Sub > WS-Wh-Count
               MOVE WS-Wh-Image(WS-Wh-Sub) TO WAREHOUSE-RECORD
               IF WH-WAREHOUSE-CODE = WS-WAREHOUSE-CODE
                   MOVE WS-Wh-Sub TO WS-Wh-Found
                   MOVE WS-Wh-Count TO WS-Wh-Sub
               END-IF
           END-PERFORM.

       LOAD-WAREHOUSES.
           MOVE "N" TO WS-Eof.
           OPEN INPUT WarehouseFile.
           IF WS-Warehouse-Status NOT = "00"
               MOVE "Y" TO WS-Eof
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Wh-Count >= 50
                   READ WarehouseFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Wh-Count
                           MOVE WAREHOUSE-RECORD
                               TO WS-Wh-Image(WS-Wh-Count)
                   END-READ
               END-PERFORM
               IF WS-Eof NOT = "Y"
                   READ WarehouseFile
                       AT END
                           MOVE "Y" TO WS-Eof
                   END-READ
               END-IF
               CLOSE WarehouseFile
           END-IF.

       REWRITE-WAREHOUSES.
           OPEN OUTPUT WarehouseFile.
           IF WS-Warehouse-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE WAREHOUSE FILE: "
                   "STATUS " WS-Warehouse-Status
           ELSE
               PERFORM VARYING WS-Wh-Sub FROM 1 BY 1
                       UNTIL WS-Wh-Sub > WS-Wh-Count
                   MOVE WS-Wh-Image(WS-Wh-Sub) TO WAREHOUSE-RECORD
                   WRITE WAREHOUSE-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE WarehouseFile
           END-IF.
