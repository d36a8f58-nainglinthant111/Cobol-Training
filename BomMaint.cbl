       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BillOfMaterialFile ASSIGN TO "billofmaterial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BOM-KEY
               FILE STATUS IS WS-Bom-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BillOfMaterialFile.
       COPY "BillOfMaterial.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Bom-Status       PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-DELETE     VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-PARENT-PRODUCT   PIC 9(5).
       01 WS-COMPONENT-PRODUCT PIC 9(5).
       01 WS-NEW-QUANTITY     PIC 9(5).
       01 WS-PARENT-OK        PIC X.
       01 WS-PARENT-KIT-TYPE  PIC X.
       01 WS-COMPONENT-OK     PIC X.
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.
       01 WS-ROLLUP-COST      PIC 9(9)V99.
       01 WS-EXTENDED-COST    PIC 9(9)V99.
       01 WS-KITS-POSSIBLE    PIC 9(7).
       01 WS-COMPONENT-KITS   PIC 9(7).

       01 WS-Program-Name      PIC X(20) VALUE "BOM-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD COMPONENTS, C=CHANGE QUANTITY, "
               "D=DELETE COMPONENT, L=LIST KIT): ".
           ACCEPT WS-MODE.

           OPEN I-O BillOfMaterialFile.
           IF WS-Bom-Status = "35"
               OPEN OUTPUT BillOfMaterialFile
               CLOSE BillOfMaterialFile
               OPEN I-O BillOfMaterialFile
           END-IF.
           IF WS-Bom-Status NOT = "00"
               DISPLAY "ERROR OPENING BILL OF MATERIAL FILE: STATUS "
                   WS-Bom-Status
               STOP RUN
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-Product-Status
               CLOSE BillOfMaterialFile
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-COMPONENTS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-COMPONENTS
               WHEN MODE-DELETE
                   PERFORM DELETE-COMPONENTS
               WHEN MODE-LIST
                   PERFORM LIST-KIT
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE BillOfMaterialFile.
           CLOSE ProductMasterFile.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ADD-COMPONENTS.
           PERFORM UNTIL WS-End = "N"
               PERFORM ADD-ONE-COMPONENT
               DISPLAY "ADD ANOTHER COMPONENT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ADD-ONE-COMPONENT.
           PERFORM ACCEPT-BOM-KEY.
           IF WS-PARENT-OK = "Y" AND WS-COMPONENT-OK = "Y"
               DISPLAY "ENTER QUANTITY PER KIT: "
               ACCEPT WS-NEW-QUANTITY
               IF WS-NEW-QUANTITY = ZERO
                   DISPLAY "ZERO QUANTITY - COMPONENT REJECTED"
               ELSE
                   MOVE WS-PARENT-PRODUCT    TO BM-PARENT-PRODUCT
                   MOVE WS-COMPONENT-PRODUCT TO BM-COMPONENT-PRODUCT
                   MOVE WS-NEW-QUANTITY      TO BM-QUANTITY-PER
                   MOVE WS-TODAY             TO BM-WRITE-TIMESTAMP
                   WRITE BILL-OF-MATERIAL-RECORD
                       INVALID KEY
                           DISPLAY "PRODUCT " WS-COMPONENT-PRODUCT
                               " ALREADY A COMPONENT OF KIT "
                               WS-PARENT-PRODUCT " - USE CHANGE"
                       NOT INVALID KEY
                           ADD 1 TO WS-Written-Count
                           DISPLAY "COMPONENT ADDED"
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-COMPONENTS.
           PERFORM UNTIL WS-End = "N"
               PERFORM CHANGE-ONE-COMPONENT
               DISPLAY "CHANGE ANOTHER COMPONENT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       CHANGE-ONE-COMPONENT.
           PERFORM ACCEPT-BOM-KEY.
           MOVE WS-PARENT-PRODUCT    TO BM-PARENT-PRODUCT.
           MOVE WS-COMPONENT-PRODUCT TO BM-COMPONENT-PRODUCT.
           READ BillOfMaterialFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-COMPONENT-PRODUCT
                       " IS NOT A COMPONENT OF KIT " WS-PARENT-PRODUCT
               NOT INVALID KEY
                   DISPLAY "CURRENT QUANTITY PER KIT: "
                       BM-QUANTITY-PER
                   DISPLAY "ENTER NEW QUANTITY PER KIT: "
                   ACCEPT WS-NEW-QUANTITY
                   IF WS-NEW-QUANTITY = ZERO
                       DISPLAY "ZERO QUANTITY - USE DELETE"
                   ELSE
                       MOVE WS-NEW-QUANTITY TO BM-QUANTITY-PER
                       MOVE WS-TODAY TO BM-WRITE-TIMESTAMP
                       REWRITE BILL-OF-MATERIAL-RECORD
                       ADD 1 TO WS-Written-Count
                       DISPLAY "COMPONENT CHANGED"
                   END-IF
           END-READ.

       DELETE-COMPONENTS.
           PERFORM UNTIL WS-End = "N"
               PERFORM DELETE-ONE-COMPONENT
               DISPLAY "DELETE ANOTHER COMPONENT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       DELETE-ONE-COMPONENT.
           DISPLAY "ENTER KIT PRODUCT NUMBER: ".
           ACCEPT WS-PARENT-PRODUCT.
           DISPLAY "ENTER COMPONENT PRODUCT NUMBER: ".
           ACCEPT WS-COMPONENT-PRODUCT.
           MOVE WS-PARENT-PRODUCT    TO BM-PARENT-PRODUCT.
           MOVE WS-COMPONENT-PRODUCT TO BM-COMPONENT-PRODUCT.
           READ BillOfMaterialFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-COMPONENT-PRODUCT
                       " IS NOT A COMPONENT OF KIT " WS-PARENT-PRODUCT
               NOT INVALID KEY
                   DELETE BillOfMaterialFile
                   ADD 1 TO WS-Written-Count
                   DISPLAY "COMPONENT DELETED"
           END-READ.

       LIST-KIT.
           DISPLAY "ENTER KIT PRODUCT NUMBER: ".
           ACCEPT WS-PARENT-PRODUCT.
           MOVE WS-PARENT-PRODUCT TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "KIT " WS-PARENT-PRODUCT " NOT ON MASTER"
               NOT INVALID KEY
                   DISPLAY "KIT " WS-PARENT-PRODUCT " "
                       PM-DESCRIPTION "  TYPE " PM-KIT-TYPE
                       "  UNIT COST " PM-UNIT-COST
           END-READ.
           MOVE 0 TO WS-ROLLUP-COST.
           MOVE 9999999 TO WS-KITS-POSSIBLE.
           MOVE WS-PARENT-PRODUCT TO BM-PARENT-PRODUCT.
           MOVE ZERO TO BM-COMPONENT-PRODUCT.
           MOVE "N" TO WS-Eof.
           START BillOfMaterialFile KEY NOT < BM-BOM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof
           END-START.
           DISPLAY "COMPONENT DESCRIPTION                    QTY PER"
               "   ON HAND   UNIT COST".
           PERFORM UNTIL WS-Eof = "Y"
               READ BillOfMaterialFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF BM-PARENT-PRODUCT NOT = WS-PARENT-PRODUCT
                           MOVE "Y" TO WS-Eof
                       ELSE
                           PERFORM LIST-ONE-COMPONENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO COMPONENTS ON FILE FOR KIT "
                   WS-PARENT-PRODUCT
           ELSE
               DISPLAY "COMPONENTS: " WS-LIST-COUNT
                   "  ROLLED-UP COST: " WS-ROLLUP-COST
                   "  KITS AVAILABLE FROM STOCK: " WS-KITS-POSSIBLE
           END-IF.

       LIST-ONE-COMPONENT.
           ADD 1 TO WS-LIST-COUNT.
           MOVE BM-COMPONENT-PRODUCT TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   MOVE "NOT ON MASTER" TO PM-DESCRIPTION
                   MOVE ZERO TO PM-ON-HAND-QTY
                   MOVE ZERO TO PM-UNIT-COST
           END-READ.
           COMPUTE WS-EXTENDED-COST = BM-QUANTITY-PER * PM-UNIT-COST.
           ADD WS-EXTENDED-COST TO WS-ROLLUP-COST.
           DIVIDE PM-ON-HAND-QTY BY BM-QUANTITY-PER
               GIVING WS-COMPONENT-KITS.
           IF WS-COMPONENT-KITS < WS-KITS-POSSIBLE
               MOVE WS-COMPONENT-KITS TO WS-KITS-POSSIBLE
           END-IF.
           DISPLAY BM-COMPONENT-PRODUCT "     " PM-DESCRIPTION " "
               BM-QUANTITY-PER "   " PM-ON-HAND-QTY "  "
               PM-UNIT-COST.

       ACCEPT-BOM-KEY.
           MOVE "N" TO WS-PARENT-OK.
           MOVE "N" TO WS-COMPONENT-OK.
           DISPLAY "ENTER KIT PRODUCT NUMBER: ".
           ACCEPT WS-PARENT-PRODUCT.
           MOVE WS-PARENT-PRODUCT TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "KIT " WS-PARENT-PRODUCT " NOT ON MASTER"
               NOT INVALID KEY
                   IF PM-KIT-TYPE NOT = "K" AND PM-KIT-TYPE NOT = "A"
                       DISPLAY "PRODUCT " WS-PARENT-PRODUCT
                           " IS NOT SET UP AS A KIT - SET KIT TYPE "
                           "IN PRODUCT MAINTENANCE"
                   ELSE
                       MOVE "Y" TO WS-PARENT-OK
                       MOVE PM-KIT-TYPE TO WS-PARENT-KIT-TYPE
                       DISPLAY "KIT: " PM-DESCRIPTION
                   END-IF
           END-READ.
           DISPLAY "ENTER COMPONENT PRODUCT NUMBER: ".
           ACCEPT WS-COMPONENT-PRODUCT.
           IF WS-PARENT-OK = "Y"
               PERFORM CHECK-COMPONENT
           END-IF.

       CHECK-COMPONENT.
           MOVE WS-COMPONENT-PRODUCT TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "COMPONENT " WS-COMPONENT-PRODUCT
                       " NOT ON MASTER"
               NOT INVALID KEY
                   IF WS-COMPONENT-PRODUCT = WS-PARENT-PRODUCT
                       DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT"
                   ELSE
                   IF PM-KIT-TYPE = "K"
                       DISPLAY "COMPONENT " WS-COMPONENT-PRODUCT
                           " IS ITSELF A SALES KIT - NOT ALLOWED"
                   ELSE
                   IF WS-PARENT-KIT-TYPE = "K"
                           AND (PM-LOT-CONTROL = "L"
                           OR PM-LOT-CONTROL = "S")
                       DISPLAY "COMPONENT " WS-COMPONENT-PRODUCT
                           " IS LOT OR SERIAL CONTROLLED - NOT "
                           "ALLOWED IN A SALES KIT"
                   ELSE
                       MOVE "Y" TO WS-COMPONENT-OK
                       DISPLAY "COMPONENT: " PM-DESCRIPTION
                   END-IF
                   END-IF
                   END-IF
           END-READ.
