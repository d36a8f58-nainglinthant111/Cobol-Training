       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-ITEM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorItemFile ASSIGN TO "vendoritems.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-VENDOR-ITEM-KEY
               FILE STATUS IS WS-Item-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.
           SELECT VendorFile ASSIGN TO "vendors.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Vendor-Status.

       DATA DIVISION.
       FILE SECTION.
       FD VendorItemFile.
       COPY "VendorItem.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       FD VendorFile.
       COPY "VendorMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Item-Status      PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Vendor-Status    PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-DELETE     VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-VENDOR-ID        PIC X(5).
       01 WS-VENDOR-NAME      PIC X(20).
       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-VENDOR-OK        PIC X.
       01 WS-PRODUCT-OK       PIC X.
       01 WS-NEW-PART         PIC X(15).
       01 WS-NEW-COST         PIC 9(5)V99.
       01 WS-NEW-MIN-QTY      PIC 9(7).
       01 WS-NEW-LEAD-DAYS    PIC 9(3).
       01 WS-LIST-COUNT       PIC 9(4) VALUE 0.
       01 WS-COST-DISPLAY     PIC ZZ,ZZ9.99.

       01 WS-Program-Name      PIC X(20) VALUE "VENDOR-ITEM-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD VENDOR ITEM, C=CHANGE, "
               "D=DELETE, L=LIST VENDOR CATALOG): ".
           ACCEPT WS-MODE.

           OPEN I-O VendorItemFile.
           IF WS-Item-Status = "35"
               OPEN OUTPUT VendorItemFile
               CLOSE VendorItemFile
               OPEN I-O VendorItemFile
           END-IF.
           IF WS-Item-Status NOT = "00"
               DISPLAY "ERROR OPENING VENDOR ITEM FILE: STATUS "
                   WS-Item-Status
               STOP RUN
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-Product-Status
               CLOSE VendorItemFile
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-ITEMS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-ITEMS
               WHEN MODE-DELETE
                   PERFORM DELETE-ITEMS
               WHEN MODE-LIST
                   PERFORM LIST-ITEMS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE VendorItemFile.
           CLOSE ProductMasterFile.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ADD-ITEMS.
           PERFORM UNTIL WS-End = "N"
               PERFORM ADD-ONE-ITEM
               DISPLAY "ADD ANOTHER VENDOR ITEM (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ADD-ONE-ITEM.
           PERFORM ACCEPT-ITEM-KEY.
           IF WS-VENDOR-OK = "Y" AND WS-PRODUCT-OK = "Y"
               MOVE WS-VENDOR-ID      TO VI-VENDOR-ID
               MOVE WS-PRODUCT-NUMBER TO VI-PRODUCT-NUMBER
               READ VendorItemFile
                   INVALID KEY
                       PERFORM ACCEPT-ITEM-DETAILS
                       MOVE WS-VENDOR-ID      TO VI-VENDOR-ID
                       MOVE WS-PRODUCT-NUMBER TO VI-PRODUCT-NUMBER
                       MOVE WS-NEW-PART       TO VI-VENDOR-PART
                       MOVE WS-NEW-COST       TO VI-LAST-COST
                       MOVE WS-NEW-MIN-QTY    TO VI-MIN-ORDER-QTY
                       MOVE WS-NEW-LEAD-DAYS  TO VI-LEAD-DAYS
                       MOVE WS-TODAY          TO VI-WRITE-TIMESTAMP
                       WRITE VENDOR-ITEM-RECORD
                       ADD 1 TO WS-Written-Count
                       DISPLAY "VENDOR ITEM ADDED"
                   NOT INVALID KEY
                       DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                           " ALREADY IN CATALOG FOR VENDOR "
                           WS-VENDOR-ID " - USE CHANGE"
               END-READ
           END-IF.

       CHANGE-ITEMS.
           PERFORM UNTIL WS-End = "N"
               PERFORM CHANGE-ONE-ITEM
               DISPLAY "CHANGE ANOTHER VENDOR ITEM (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       CHANGE-ONE-ITEM.
           DISPLAY "ENTER VENDOR CODE: ".
           ACCEPT WS-VENDOR-ID.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           MOVE WS-VENDOR-ID      TO VI-VENDOR-ID.
           MOVE WS-PRODUCT-NUMBER TO VI-PRODUCT-NUMBER.
           READ VendorItemFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT IN CATALOG FOR VENDOR " WS-VENDOR-ID
               NOT INVALID KEY
                   PERFORM SHOW-ITEM
                   PERFORM ACCEPT-ITEM-DETAILS
                   MOVE WS-NEW-PART      TO VI-VENDOR-PART
                   MOVE WS-NEW-COST      TO VI-LAST-COST
                   MOVE WS-NEW-MIN-QTY   TO VI-MIN-ORDER-QTY
                   MOVE WS-NEW-LEAD-DAYS TO VI-LEAD-DAYS
                   MOVE WS-TODAY         TO VI-WRITE-TIMESTAMP
                   REWRITE VENDOR-ITEM-RECORD
                   ADD 1 TO WS-Written-Count
                   DISPLAY "VENDOR ITEM CHANGED"
           END-READ.

       DELETE-ITEMS.
           PERFORM UNTIL WS-End = "N"
               PERFORM DELETE-ONE-ITEM
               DISPLAY "DELETE ANOTHER VENDOR ITEM (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       DELETE-ONE-ITEM.
           DISPLAY "ENTER VENDOR CODE: ".
           ACCEPT WS-VENDOR-ID.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           MOVE WS-VENDOR-ID      TO VI-VENDOR-ID.
           MOVE WS-PRODUCT-NUMBER TO VI-PRODUCT-NUMBER.
           READ VendorItemFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT IN CATALOG FOR VENDOR " WS-VENDOR-ID
               NOT INVALID KEY
                   DELETE VendorItemFile
                   ADD 1 TO WS-Written-Count
                   DISPLAY "VENDOR ITEM DELETED"
           END-READ.

       LIST-ITEMS.
           DISPLAY "ENTER VENDOR CODE: ".
           ACCEPT WS-VENDOR-ID.
           PERFORM CHECK-VENDOR.
           IF WS-VENDOR-OK = "Y"
               DISPLAY "CATALOG FOR VENDOR " WS-VENDOR-ID " "
                   WS-VENDOR-NAME
           END-IF.
           DISPLAY "PROD  VENDOR PART        COST      MIN QTY  LEAD".
           MOVE WS-VENDOR-ID TO VI-VENDOR-ID.
           MOVE ZERO TO VI-PRODUCT-NUMBER.
           MOVE "N" TO WS-Eof.
           START VendorItemFile KEY NOT < VI-VENDOR-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof
           END-START.
           PERFORM UNTIL WS-Eof = "Y"
               READ VendorItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF VI-VENDOR-ID NOT = WS-VENDOR-ID
                           MOVE "Y" TO WS-Eof
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           MOVE VI-LAST-COST TO WS-COST-DISPLAY
                           DISPLAY VI-PRODUCT-NUMBER " "
                               VI-VENDOR-PART " " WS-COST-DISPLAY
                               " " VI-MIN-ORDER-QTY "  "
                               VI-LEAD-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO CATALOG ITEMS ON FILE FOR VENDOR "
                   WS-VENDOR-ID
           END-IF.

       ACCEPT-ITEM-KEY.
           MOVE "N" TO WS-PRODUCT-OK.
           DISPLAY "ENTER VENDOR CODE: ".
           ACCEPT WS-VENDOR-ID.
           PERFORM CHECK-VENDOR.
           IF WS-VENDOR-OK = "N"
               DISPLAY "VENDOR " WS-VENDOR-ID
                   " NOT ON VENDOR FILE OR NOT ACTIVE"
           ELSE
               DISPLAY "VENDOR: " WS-VENDOR-NAME
               DISPLAY "ENTER PRODUCT NUMBER: "
               ACCEPT WS-PRODUCT-NUMBER
               MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER
               READ ProductMasterFile
                   INVALID KEY
                       DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                           " NOT ON MASTER"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PRODUCT-OK
                       DISPLAY "PRODUCT: " PM-DESCRIPTION
               END-READ
           END-IF.

       ACCEPT-ITEM-DETAILS.
           DISPLAY "ENTER VENDOR PART NUMBER: ".
           ACCEPT WS-NEW-PART.
           DISPLAY "ENTER LAST QUOTED COST PER PURCHASE UNIT: ".
           ACCEPT WS-NEW-COST.
           DISPLAY "ENTER MINIMUM ORDER QUANTITY (PURCHASE UNITS): ".
           ACCEPT WS-NEW-MIN-QTY.
           DISPLAY "ENTER LEAD TIME IN DAYS: ".
           ACCEPT WS-NEW-LEAD-DAYS.

       SHOW-ITEM.
           MOVE VI-LAST-COST TO WS-COST-DISPLAY.
           DISPLAY "CURRENT PART " VI-VENDOR-PART
               "  COST " WS-COST-DISPLAY
               "  MIN QTY " VI-MIN-ORDER-QTY
               "  LEAD " VI-LEAD-DAYS " DAYS".

       CHECK-VENDOR.
           MOVE "N" TO WS-VENDOR-OK.
           MOVE SPACES TO WS-VENDOR-NAME.
           OPEN INPUT VendorFile.
           IF WS-Vendor-Status NOT = "00"
               DISPLAY "VENDOR FILE NOT AVAILABLE: STATUS "
                   WS-Vendor-Status
           ELSE
               MOVE "N" TO WS-Eof
               PERFORM UNTIL WS-Eof = "Y"
                   READ VendorFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF VN-VENDOR-ID = WS-VENDOR-ID
                                   AND VN-STATUS = "A"
                               MOVE "Y" TO WS-VENDOR-OK
                               MOVE VN-NAME TO WS-VENDOR-NAME
                               MOVE "Y" TO WS-Eof
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VendorFile
           END-IF.
