       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREIGHT-LEAKAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ShipmentFile ASSIGN TO "shipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Shipment-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ShipmentFile.
       COPY "Shipment.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Shipment-Status  PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-TO-DATE          PIC 9(8).

       01 WS-Car-Table.
           02 WS-Car-Count PIC 9(3) VALUE 0.
           02 WS-Car-Entry OCCURS 100 TIMES.
             03 WS-Car-Code        PIC X(10).
             03 WS-Car-Shipments   PIC 9(6).
             03 WS-Car-Unbilled    PIC 9(5).
             03 WS-Car-No-Charge   PIC 9(5).
             03 WS-Car-Billed-Amt  PIC 9(9)V99.
             03 WS-Car-Pending-Amt PIC 9(9)V99.
             03 WS-Car-Cost-Amt    PIC 9(9)V99.
       01 WS-Car-Sub          PIC 9(3).
       01 WS-Car-Find         PIC 9(3).
       01 WS-Car-Insert       PIC 9(3).
       01 WS-Car-Full         PIC X VALUE "N".

       01 WS-LEAKAGE          PIC S9(9)V99.
       01 WS-LEAKAGE-OUT      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-UNDER-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOT-SHIPMENTS    PIC 9(6) VALUE 0.
       01 WS-TOT-UNBILLED     PIC 9(6) VALUE 0.
       01 WS-TOT-NO-CHARGE    PIC 9(6) VALUE 0.
       01 WS-TOT-BILLED-AMT   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PENDING-AMT  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-COST-AMT     PIC 9(11)V99 VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "FREIGHT-LEAKAGE".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "ENTER SHIP DATE FROM (YYYYMMDD, 0 = ALL): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER SHIP DATE TO (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.

           OPEN INPUT ShipmentFile.
           IF WS-Shipment-Status NOT = "00"
               DISPLAY "SHIPMENT FILE NOT AVAILABLE: STATUS "
                   WS-Shipment-Status
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "SHIPMENTS BILLED BELOW CARRIER COST".
           DISPLAY "ORDER  SHIPPED  CARRIER    TRACKING            "
               "     CHARGE     COST".
           PERFORM UNTIL WS-Eof = "Y"
               READ ShipmentFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF SM-SHIP-DATE >= WS-FROM-DATE
                               AND SM-SHIP-DATE <= WS-TO-DATE
                           PERFORM TALLY-SHIPMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ShipmentFile.
           IF WS-UNDER-COUNT = 0
               DISPLAY "NONE"
           END-IF.

           IF WS-Car-Full = "Y"
               DISPLAY "MORE THAN 100 CARRIERS ON SHIPMENTS - "
                   "EXCESS CARRIERS NOT REPORTED"
           END-IF.
           PERFORM PRINT-LEAKAGE-REPORT.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       TALLY-SHIPMENT.
           IF SM-FREIGHT-CHARGE < SM-FREIGHT-COST
               ADD 1 TO WS-UNDER-COUNT
               DISPLAY SM-ORDER-NUMBER " " SM-SHIP-DATE " "
                   SM-CARRIER " " SM-TRACKING-NUMBER " "
                   SM-FREIGHT-CHARGE " " SM-FREIGHT-COST
           END-IF.
           PERFORM FIND-CARRIER-ENTRY.
           IF WS-Car-Find > 0
               ADD 1 TO WS-Car-Shipments(WS-Car-Find)
               ADD SM-FREIGHT-COST TO WS-Car-Cost-Amt(WS-Car-Find)
               IF SM-BILLED = "Y"
                   ADD SM-FREIGHT-CHARGE
                       TO WS-Car-Billed-Amt(WS-Car-Find)
               ELSE
                   ADD 1 TO WS-Car-Unbilled(WS-Car-Find)
                   ADD SM-FREIGHT-CHARGE
                       TO WS-Car-Pending-Amt(WS-Car-Find)
               END-IF
               IF SM-FREIGHT-CHARGE = 0
                   ADD 1 TO WS-Car-No-Charge(WS-Car-Find)
               END-IF
           END-IF.

       FIND-CARRIER-ENTRY.
           MOVE 0 TO WS-Car-Find.
           MOVE 0 TO WS-Car-Insert.
           PERFORM VARYING WS-Car-Sub FROM 1 BY 1
                   UNTIL WS-Car-Sub > WS-Car-Count
               IF WS-Car-Code(WS-Car-Sub) = SM-CARRIER
                   MOVE WS-Car-Sub TO WS-Car-Find
                   MOVE WS-Car-Count TO WS-Car-Sub
               ELSE
                   IF WS-Car-Code(WS-Car-Sub) > SM-CARRIER
                           AND WS-Car-Insert = 0
                       MOVE WS-Car-Sub TO WS-Car-Insert
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Car-Find = 0
               IF WS-Car-Count >= 100
                   MOVE "Y" TO WS-Car-Full
               ELSE
                   IF WS-Car-Insert = 0
                       COMPUTE WS-Car-Insert = WS-Car-Count + 1
                   END-IF
                   PERFORM VARYING WS-Car-Sub FROM WS-Car-Count BY -1
                           UNTIL WS-Car-Sub < WS-Car-Insert
                       MOVE WS-Car-Entry(WS-Car-Sub)
                           TO WS-Car-Entry(WS-Car-Sub + 1)
                   END-PERFORM
                   ADD 1 TO WS-Car-Count
                   MOVE WS-Car-Insert TO WS-Car-Find
                   MOVE SM-CARRIER TO WS-Car-Code(WS-Car-Find)
                   MOVE 0 TO WS-Car-Shipments(WS-Car-Find)
                   MOVE 0 TO WS-Car-Unbilled(WS-Car-Find)
                   MOVE 0 TO WS-Car-No-Charge(WS-Car-Find)
                   MOVE 0 TO WS-Car-Billed-Amt(WS-Car-Find)
                   MOVE 0 TO WS-Car-Pending-Amt(WS-Car-Find)
                   MOVE 0 TO WS-Car-Cost-Amt(WS-Car-Find)
               END-IF
           END-IF.

       PRINT-LEAKAGE-REPORT.
           DISPLAY " ".
           DISPLAY "FREIGHT BILLED VERSUS FREIGHT COST BY CARRIER - "
               WS-RUN-DATE.
           DISPLAY "SHIPMENTS DATED " WS-FROM-DATE " THROUGH "
               WS-TO-DATE.
           DISPLAY "LEAKAGE = CARRIER COST - FREIGHT BILLED; "
               "NOT-YET-INVOICED FREIGHT IS SHOWN AS PENDING".
           DISPLAY "CARRIER    SHIPMT UNBIL NOCHG      BILLED"
               "     PENDING        COST         LEAKAGE".
           DISPLAY "---------- ------ ----- ----- -----------"
               " ----------- ----------- ---------------".
           PERFORM VARYING WS-Car-Sub FROM 1 BY 1
                   UNTIL WS-Car-Sub > WS-Car-Count
               COMPUTE WS-LEAKAGE = WS-Car-Cost-Amt(WS-Car-Sub)
                   - WS-Car-Billed-Amt(WS-Car-Sub)
               MOVE WS-LEAKAGE TO WS-LEAKAGE-OUT
               DISPLAY WS-Car-Code(WS-Car-Sub) " "
                   WS-Car-Shipments(WS-Car-Sub) " "
                   WS-Car-Unbilled(WS-Car-Sub) " "
                   WS-Car-No-Charge(WS-Car-Sub) " "
                   WS-Car-Billed-Amt(WS-Car-Sub) " "
                   WS-Car-Pending-Amt(WS-Car-Sub) " "
                   WS-Car-Cost-Amt(WS-Car-Sub) " "
                   WS-LEAKAGE-OUT
               ADD WS-Car-Shipments(WS-Car-Sub) TO WS-TOT-SHIPMENTS
               ADD WS-Car-Unbilled(WS-Car-Sub) TO WS-TOT-UNBILLED
               ADD WS-Car-No-Charge(WS-Car-Sub) TO WS-TOT-NO-CHARGE
               ADD WS-Car-Billed-Amt(WS-Car-Sub) TO WS-TOT-BILLED-AMT
               ADD WS-Car-Pending-Amt(WS-Car-Sub)
                   TO WS-TOT-PENDING-AMT
               ADD WS-Car-Cost-Amt(WS-Car-Sub) TO WS-TOT-COST-AMT
           END-PERFORM.
           COMPUTE WS-LEAKAGE = WS-TOT-COST-AMT - WS-TOT-BILLED-AMT.
           MOVE WS-LEAKAGE TO WS-LEAKAGE-OUT.
           DISPLAY " ".
           DISPLAY "TOTAL SHIPMENTS     : " WS-TOT-SHIPMENTS.
           DISPLAY "NOT YET INVOICED    : " WS-TOT-UNBILLED.
           DISPLAY "SHIPPED NO CHARGE   : " WS-TOT-NO-CHARGE.
           DISPLAY "BILLED BELOW COST   : " WS-UNDER-COUNT.
           DISPLAY "FREIGHT BILLED      : " WS-TOT-BILLED-AMT.
           DISPLAY "FREIGHT PENDING     : " WS-TOT-PENDING-AMT.
           DISPLAY "CARRIER COST        : " WS-TOT-COST-AMT.
           DISPLAY "FREIGHT LEAKAGE     : " WS-LEAKAGE-OUT.
