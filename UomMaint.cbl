       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UnitConversionFile ASSIGN TO "uomconversions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-CONVERSION-KEY
               FILE STATUS IS WS-Conversion-Status.
           SELECT ProductMasterFile ASSIGN TO "product-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-NUMBER
               FILE STATUS IS WS-Product-Status.

       DATA DIVISION.
       FILE SECTION.
       FD UnitConversionFile.
       COPY "UnitConversion.cpy".

       FD ProductMasterFile.
       COPY "ProductMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Conversion-Status PIC XX.
       01 WS-Product-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-DELETE     VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).

       01 WS-PRODUCT-NUMBER   PIC 9(5).
       01 WS-UOM              PIC X(2).
       01 WS-NEW-FACTOR       PIC 9(5).
       01 WS-PRODUCT-OK       PIC X.
       01 WS-LIST-COUNT       PIC 9(3) VALUE 0.

       01 WS-Program-Name      PIC X(20) VALUE "UOM-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD UNIT, C=CHANGE FACTOR, "
               "D=DELETE UNIT, L=LIST PRODUCT UNITS): ".
           ACCEPT WS-MODE.

           OPEN I-O UnitConversionFile.
           IF WS-Conversion-Status = "35"
               OPEN OUTPUT UnitConversionFile
               CLOSE UnitConversionFile
               OPEN I-O UnitConversionFile
           END-IF.
           IF WS-Conversion-Status NOT = "00"
               DISPLAY "ERROR OPENING UNIT CONVERSION FILE: STATUS "
                   WS-Conversion-Status
               STOP RUN
           END-IF.
           OPEN INPUT ProductMasterFile.
           IF WS-Product-Status NOT = "00"
               DISPLAY "ERROR OPENING PRODUCT MASTER: STATUS "
                   WS-Product-Status
               CLOSE UnitConversionFile
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-UNITS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-UNITS
               WHEN MODE-DELETE
                   PERFORM DELETE-UNITS
               WHEN MODE-LIST
                   PERFORM LIST-UNITS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE UnitConversionFile.
           CLOSE ProductMasterFile.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ADD-UNITS.
           PERFORM UNTIL WS-End = "N"
               PERFORM ADD-ONE-UNIT
               DISPLAY "ADD ANOTHER UNIT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ADD-ONE-UNIT.
           PERFORM ACCEPT-UNIT-KEY.
           IF WS-PRODUCT-OK = "Y"
               DISPLAY "ENTER NUMBER OF " PM-STOCK-UOM " IN ONE "
                   WS-UOM ": "
               ACCEPT WS-NEW-FACTOR
               IF WS-NEW-FACTOR = ZERO
                   DISPLAY "ZERO FACTOR - UNIT REJECTED"
               ELSE
                   MOVE WS-PRODUCT-NUMBER TO UC-PRODUCT-NUMBER
                   MOVE WS-UOM            TO UC-UOM
                   MOVE WS-NEW-FACTOR     TO UC-FACTOR
                   MOVE WS-TODAY          TO UC-WRITE-TIMESTAMP
                   WRITE UNIT-CONVERSION-RECORD
                       INVALID KEY
                           DISPLAY "UNIT " WS-UOM " ALREADY ON FILE "
                               "FOR PRODUCT " WS-PRODUCT-NUMBER
                               " - USE CHANGE"
                       NOT INVALID KEY
                           ADD 1 TO WS-Written-Count
                           DISPLAY "1 " WS-UOM " = " WS-NEW-FACTOR
                               " " PM-STOCK-UOM " ADDED"
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-UNITS.
           PERFORM UNTIL WS-End = "N"
               PERFORM CHANGE-ONE-UNIT
               DISPLAY "CHANGE ANOTHER UNIT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       CHANGE-ONE-UNIT.
           PERFORM ACCEPT-UNIT-KEY.
           IF WS-PRODUCT-OK = "Y"
               MOVE WS-PRODUCT-NUMBER TO UC-PRODUCT-NUMBER
               MOVE WS-UOM            TO UC-UOM
               READ UnitConversionFile
                   INVALID KEY
                       DISPLAY "UNIT " WS-UOM " NOT ON FILE FOR "
                           "PRODUCT " WS-PRODUCT-NUMBER
                   NOT INVALID KEY
                       DISPLAY "CURRENT: 1 " WS-UOM " = " UC-FACTOR
                           " " PM-STOCK-UOM
                       DISPLAY "ENTER NEW NUMBER OF " PM-STOCK-UOM
                           " IN ONE " WS-UOM ": "
                       ACCEPT WS-NEW-FACTOR
                       IF WS-NEW-FACTOR = ZERO
                           DISPLAY "ZERO FACTOR - USE DELETE"
                       ELSE
                           MOVE WS-NEW-FACTOR TO UC-FACTOR
                           MOVE WS-TODAY TO UC-WRITE-TIMESTAMP
                           REWRITE UNIT-CONVERSION-RECORD
                           ADD 1 TO WS-Written-Count
                           DISPLAY "UNIT CHANGED"
                       END-IF
               END-READ
           END-IF.

       DELETE-UNITS.
           PERFORM UNTIL WS-End = "N"
               PERFORM DELETE-ONE-UNIT
               DISPLAY "DELETE ANOTHER UNIT (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       DELETE-ONE-UNIT.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           DISPLAY "ENTER UNIT OF MEASURE: ".
           ACCEPT WS-UOM.
           MOVE WS-PRODUCT-NUMBER TO UC-PRODUCT-NUMBER.
           MOVE WS-UOM            TO UC-UOM.
           READ UnitConversionFile
               INVALID KEY
                   DISPLAY "UNIT " WS-UOM " NOT ON FILE FOR PRODUCT "
                       WS-PRODUCT-NUMBER
               NOT INVALID KEY
                   DELETE UnitConversionFile
                   ADD 1 TO WS-Written-Count
                   DISPLAY "UNIT DELETED"
           END-READ.

       LIST-UNITS.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT ON MASTER"
               NOT INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER " "
                       PM-DESCRIPTION
                   DISPLAY "STOCKED IN " PM-STOCK-UOM
                       "  PURCHASED IN " PM-PURCHASE-UOM
                       "  SOLD IN " PM-SELL-UOM
           END-READ.
           MOVE WS-PRODUCT-NUMBER TO UC-PRODUCT-NUMBER.
           MOVE LOW-VALUES TO UC-UOM.
           MOVE "N" TO WS-Eof.
           START UnitConversionFile KEY NOT < UC-CONVERSION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-Eof
           END-START.
           PERFORM UNTIL WS-Eof = "Y"
               READ UnitConversionFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF UC-PRODUCT-NUMBER NOT = WS-PRODUCT-NUMBER
                           MOVE "Y" TO WS-Eof
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY "  1 " UC-UOM " = " UC-FACTOR " "
                               PM-STOCK-UOM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO ALTERNATE UNITS ON FILE FOR PRODUCT "
                   WS-PRODUCT-NUMBER
           END-IF.

       ACCEPT-UNIT-KEY.
           MOVE "N" TO WS-PRODUCT-OK.
           DISPLAY "ENTER PRODUCT NUMBER: ".
           ACCEPT WS-PRODUCT-NUMBER.
           DISPLAY "ENTER UNIT OF MEASURE: ".
           ACCEPT WS-UOM.
           MOVE WS-PRODUCT-NUMBER TO PM-PRODUCT-NUMBER.
           READ ProductMasterFile
               INVALID KEY
                   DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                       " NOT ON MASTER"
               NOT INVALID KEY
                   IF PM-STOCK-UOM = SPACES
                       DISPLAY "PRODUCT " WS-PRODUCT-NUMBER
                           " HAS NO STOCKING UNIT - SET IT IN "
                           "PRODUCT MAINTENANCE"
                   ELSE
                   IF WS-UOM = SPACES OR WS-UOM = PM-STOCK-UOM
                       DISPLAY "UNIT MUST DIFFER FROM THE STOCKING "
                           "UNIT " PM-STOCK-UOM
                   ELSE
                       MOVE "Y" TO WS-PRODUCT-OK
                       DISPLAY "PRODUCT: " PM-DESCRIPTION
                   END-IF
                   END-IF
           END-READ.
