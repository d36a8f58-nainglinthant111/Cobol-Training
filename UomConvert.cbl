       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOM-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UnitConversionFile ASSIGN TO "uomconversions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UC-CONVERSION-KEY
               FILE STATUS IS WS-Conversion-Status.

       DATA DIVISION.
       FILE SECTION.
       FD UnitConversionFile.
       COPY "UnitConversion.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Conversion-Status PIC XX.

       LINKAGE SECTION.
       01 LS-PRODUCT-NUMBER   PIC 9(5).
       01 LS-STOCK-UOM        PIC X(2).
       01 LS-UOM              PIC X(2).
       01 LS-FACTOR           PIC 9(5).
       01 LS-FOUND            PIC X.

       PROCEDURE DIVISION USING LS-PRODUCT-NUMBER LS-STOCK-UOM
               LS-UOM LS-FACTOR LS-FOUND.
           MOVE 1 TO LS-FACTOR.
           MOVE "Y" TO LS-FOUND.
           IF LS-UOM = SPACES OR LS-UOM = LS-STOCK-UOM
               EXIT PROGRAM
           END-IF.

           MOVE "N" TO LS-FOUND.
           OPEN INPUT UnitConversionFile.
           IF WS-Conversion-Status = "00"
               MOVE LS-PRODUCT-NUMBER TO UC-PRODUCT-NUMBER
               MOVE LS-UOM TO UC-UOM
               READ UnitConversionFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UC-FACTOR > ZERO
                           MOVE UC-FACTOR TO LS-FACTOR
                           MOVE "Y" TO LS-FOUND
                       END-IF
               END-READ
               CLOSE UnitConversionFile
           END-IF.

           EXIT PROGRAM.
