       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI-OUTBOUND INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TradingPartnerFile ASSIGN TO "tradingpartners.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Partner-Status.
           SELECT EdiControlFile ASSIGN TO "edicontrol.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT EdiSentFile ASSIGN TO "edisent.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sent-Status.
           SELECT EdiOutFile ASSIGN TO "edioutbound.x12"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Out-Status.
           SELECT ShipmentFile ASSIGN TO "shipments.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Shipment-Status.
           SELECT InvoiceHistoryFile ASSIGN TO "invoicehistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Invoice-Status.
           SELECT OrderFile ASSIGN TO "orders.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Order-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TradingPartnerFile.
       COPY "TradingPartner.cpy".

       FD EdiControlFile.
       01 EDI-CONTROL-RECORD.
           02 EC-SENDER-QUALIFIER PIC X(2).
           02 EC-SENDER-ID        PIC X(15).
           02 EC-NEXT-CONTROL     PIC 9(9).

       FD EdiSentFile.
       COPY "EdiSent.cpy".

       FD EdiOutFile.
       01 EDI-OUT-RECORD          PIC X(120).

       FD ShipmentFile.
       COPY "Shipment.cpy".

       FD InvoiceHistoryFile.
       COPY "InvoiceHistory.cpy".

       FD OrderFile.
       COPY "OrderFile.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Partner-Status   PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-Sent-Status      PIC XX.
       01 WS-Out-Status       PIC XX.
       01 WS-Shipment-Status  PIC XX.
       01 WS-Invoice-Status   PIC XX.
       01 WS-Order-Status     PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-ShipTo-Status    PIC XX.
       01 WS-ShipTo-Open      PIC X VALUE "N".
       01 WS-Eof              PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(8).

       01 WS-Partner-Table.
           02 WS-Ptn-Count PIC 9(3) VALUE 0.
           02 WS-Ptn-Entry OCCURS 500 TIMES.
             03 WS-Ptn-Customer  PIC 9(5).
             03 WS-Ptn-Qualifier PIC X(2).
             03 WS-Ptn-Id        PIC X(15).
             03 WS-Ptn-856       PIC X.
             03 WS-Ptn-810       PIC X.
             03 WS-Ptn-Effective PIC 9(8).
       01 WS-Ptn-Sub          PIC 9(3).
       01 WS-Ptn-Found        PIC 9(3).

       01 WS-SENDER-QUALIFIER PIC X(2).
       01 WS-SENDER-ID        PIC X(15).
       01 WS-NEXT-CONTROL     PIC 9(9) VALUE 0.

       01 WS-Sent-Table.
           02 WS-Snt-Count PIC 9(4) VALUE 0.
           02 WS-Snt-Entry OCCURS 9000 TIMES.
             03 WS-Snt-Type   PIC X(3).
             03 WS-Snt-Key    PIC 9(6).
             03 WS-Snt-Date   PIC 9(8).
       01 WS-Snt-Sub          PIC 9(4).
       01 WS-SENT-FOUND       PIC X.

       01 WS-Order-Table.
           02 WS-Ord-Count PIC 9(4) VALUE 0.
           02 WS-Ord-Entry OCCURS 5000 TIMES.
             03 WS-Ord-Image  PIC X(70).
       01 WS-Ord-Sub          PIC 9(4).

       01 WS-Asn-Table.
           02 WS-Asn-Count PIC 9(3) VALUE 0.
           02 WS-Asn-Entry OCCURS 500 TIMES.
             03 WS-Asn-Partner  PIC 9(3).
             03 WS-Asn-Image    PIC X(80).
       01 WS-Asn-Sub          PIC 9(3).

       01 WS-Inv-Table.
           02 WS-Inv-Count PIC 9(3) VALUE 0.
           02 WS-Inv-Entry OCCURS 500 TIMES.
             03 WS-Inv-Partner  PIC 9(3).
             03 WS-Inv-Image    PIC X(80).
       01 WS-Inv-Sub          PIC 9(3).
       01 WS-PENDING-SKIPPED  PIC 9(5) VALUE 0.

       01 WS-Item-Table.
           02 WS-Itm-Count PIC 9(3) VALUE 0.
           02 WS-Itm-Entry OCCURS 200 TIMES.
             03 WS-Itm-Product  PIC 9(5).
             03 WS-Itm-Qty      PIC 9(5).
             03 WS-Itm-Price    PIC 9(5)V99.
       01 WS-Itm-Sub          PIC 9(3).
       01 WS-ITEM-STATUS      PIC X.
       01 WS-ITEM-INVOICE     PIC 9(6).
       01 WS-ITEM-ORDER       PIC 9(6).
       01 WS-SHIP-TO-NUMBER   PIC 9(3).
       01 WS-NAME-SHIP-TO     PIC 9(3).
       01 WS-DOC-CUSTOMER     PIC 9(5).
       01 WS-ENTITY-CODE      PIC X(2).

       01 WS-GROUP-ID         PIC X(2).
       01 WS-SET-TYPE         PIC X(3).
       01 WS-INTERCHANGE-OPEN PIC X VALUE "N".
       01 WS-INTERCHANGE      PIC 9(9).
       01 WS-INTERCHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-SET-CONTROL      PIC 9(4).
       01 WS-SET-COUNT        PIC 9(4).
       01 WS-SET-SEGMENTS     PIC 9(4).
       01 WS-HL-NUMBER        PIC 9(4).

       01 WS-SEGMENT          PIC X(120).
       01 WS-SEG-PTR          PIC 9(3).
       01 WS-ELEMENT          PIC X(30).
       01 WS-ELEMENT-LEN      PIC 99.
       01 WS-COUNT-VALUE      PIC 9(9).
       01 WS-COUNT-EDIT       PIC Z(8)9.
       01 WS-AMOUNT-VALUE     PIC 9(7)V99.
       01 WS-AMOUNT-EDIT      PIC Z(6)9.99.
       01 WS-LEAD-SPACES      PIC 99.

       01 WS-ASN-SENT         PIC 9(5) VALUE 0.
       01 WS-INVOICE-SENT     PIC 9(5) VALUE 0.
       01 WS-NOT-SENT         PIC 9(5) VALUE 0.

       01 WS-Program-Name      PIC X(20) VALUE "EDI-OUTBOUND".
       01 WS-Operator-ID       PIC X(10) VALUE "BATCH".
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-TRADING-PARTNERS.
           IF WS-Ptn-Count = 0
               DISPLAY "NO ACTIVE EDI TRADING PARTNERS - NOTHING TO "
                   "SEND"
               GOBACK
           END-IF.

           PERFORM READ-EDI-CONTROL.
           IF WS-SENDER-ID = SPACES
               DISPLAY "EDI CONTROL FILE NOT SET UP - RUN "
                   "EDI-PARTNER-MAINT SENDER SETUP"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SENT-LOG.
           IF WS-Eof NOT = "Y"
               DISPLAY "EDI SENT LOG EXCEEDS 9000 RECORDS - "
                   "RUN REFUSED TO PREVENT DUPLICATE DOCUMENTS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ORDERS.
           IF WS-Eof NOT = "Y"
               DISPLAY "ORDER FILE EXCEEDS 5000 RECORDS - "
                   "RUN REFUSED, DOCUMENT LINES WOULD BE INCOMPLETE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COLLECT-PENDING-SHIPMENTS.
           PERFORM COLLECT-PENDING-INVOICES.
           IF WS-PENDING-SKIPPED > 0
               DISPLAY WS-PENDING-SKIPPED " DOCUMENT(S) OVER THE "
                   "500 PER RUN LIMIT - LEFT FOR THE NEXT RUN"
           END-IF.
           IF WS-Asn-Count = 0 AND WS-Inv-Count = 0
               DISPLAY "NO NEW SHIP NOTICES OR INVOICES FOR EDI "
                   "PARTNERS"
               GOBACK
           END-IF.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "Unable to open customer file: status "
                   WS-Customer-Status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ShipToFile.
           IF WS-ShipTo-Status = "00"
               MOVE "Y" TO WS-ShipTo-Open
           END-IF.
           OPEN EXTEND EdiOutFile.
           IF WS-Out-Status = "05" OR WS-Out-Status = "35"
               OPEN OUTPUT EdiOutFile
           END-IF.
           IF WS-Out-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN EDI OUTBOUND FILE: STATUS "
                   WS-Out-Status
               PERFORM CLOSE-MASTER-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND EdiSentFile.
           IF WS-Sent-Status = "05" OR WS-Sent-Status = "35"
               OPEN OUTPUT EdiSentFile
           END-IF.
           IF WS-Sent-Status NOT = "00"
               DISPLAY "UNABLE TO OPEN EDI SENT LOG: STATUS "
                   WS-Sent-Status
               PERFORM CLOSE-MASTER-FILES
               CLOSE EdiOutFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-Ptn-Sub FROM 1 BY 1
                   UNTIL WS-Ptn-Sub > WS-Ptn-Count
               PERFORM SEND-PARTNER-SHIP-NOTICES
               PERFORM SEND-PARTNER-INVOICES
           END-PERFORM.

           PERFORM CLOSE-MASTER-FILES.
           CLOSE EdiOutFile.
           CLOSE EdiSentFile.
           PERFORM SAVE-EDI-CONTROL.

           DISPLAY "EDI OUTBOUND COMPLETE: " WS-ASN-SENT
               " SHIP NOTICE(S), " WS-INVOICE-SENT " INVOICE(S) IN "
               WS-INTERCHANGE-COUNT " INTERCHANGE(S)".
           IF WS-NOT-SENT > 0
               DISPLAY WS-NOT-SENT " DOCUMENT(S) HELD BACK - NO "
                   "ORDER LINES FOUND"
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           GOBACK.

       CLOSE-MASTER-FILES.
           CLOSE CustomerFile.
           IF WS-ShipTo-Open = "Y"
               CLOSE ShipToFile
           END-IF.

       SEND-PARTNER-SHIP-NOTICES.
           MOVE "N" TO WS-INTERCHANGE-OPEN.
           MOVE "SH" TO WS-GROUP-ID.
           PERFORM VARYING WS-Asn-Sub FROM 1 BY 1
                   UNTIL WS-Asn-Sub > WS-Asn-Count
               IF WS-Asn-Partner(WS-Asn-Sub) = WS-Ptn-Sub
                   MOVE WS-Asn-Image(WS-Asn-Sub) TO SHIPMENT-RECORD
                   PERFORM COLLECT-SHIPPED-ITEMS
                   IF WS-Itm-Count = 0
                       DISPLAY "SHIP NOTICE FOR ORDER " SM-ORDER-NUMBER
                           " NOT SENT - NO SHIPPED LINES FOUND"
                       ADD 1 TO WS-NOT-SENT
                   ELSE
                       IF WS-INTERCHANGE-OPEN = "N"
                           PERFORM OPEN-INTERCHANGE
                       END-IF
                       PERFORM WRITE-SHIP-NOTICE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INTERCHANGE-OPEN = "Y"
               PERFORM CLOSE-INTERCHANGE
           END-IF.

       SEND-PARTNER-INVOICES.
           MOVE "N" TO WS-INTERCHANGE-OPEN.
           MOVE "IN" TO WS-GROUP-ID.
           PERFORM VARYING WS-Inv-Sub FROM 1 BY 1
                   UNTIL WS-Inv-Sub > WS-Inv-Count
               IF WS-Inv-Partner(WS-Inv-Sub) = WS-Ptn-Sub
                   MOVE WS-Inv-Image(WS-Inv-Sub)
                       TO INVOICE-HISTORY-RECORD
                   PERFORM COLLECT-INVOICED-ITEMS
                   IF WS-Itm-Count = 0
                       DISPLAY "INVOICE " IV-INVOICE-NUMBER
                           " NOT SENT - NO BILLED LINES FOUND"
                       ADD 1 TO WS-NOT-SENT
                   ELSE
                       IF WS-INTERCHANGE-OPEN = "N"
                           PERFORM OPEN-INTERCHANGE
                       END-IF
                       PERFORM WRITE-INVOICE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INTERCHANGE-OPEN = "Y"
               PERFORM CLOSE-INTERCHANGE
           END-IF.

       COLLECT-SHIPPED-ITEMS.
           MOVE 0 TO WS-Itm-Count.
           MOVE "S" TO WS-ITEM-STATUS.
           MOVE SM-ORDER-NUMBER TO WS-ITEM-ORDER.
           MOVE 0 TO WS-ITEM-INVOICE.
           PERFORM GATHER-ORDER-ITEMS.
           IF WS-Itm-Count = 0 AND SM-INVOICE-NUMBER NOT = ZERO
               MOVE "B" TO WS-ITEM-STATUS
               MOVE SM-INVOICE-NUMBER TO WS-ITEM-INVOICE
               PERFORM GATHER-ORDER-ITEMS
           END-IF.

       COLLECT-INVOICED-ITEMS.
           MOVE 0 TO WS-Itm-Count.
           MOVE "B" TO WS-ITEM-STATUS.
           MOVE IV-ORDER-NUMBER TO WS-ITEM-ORDER.
           MOVE IV-INVOICE-NUMBER TO WS-ITEM-INVOICE.
           PERFORM GATHER-ORDER-ITEMS.
           IF WS-Itm-Count = 0
               MOVE 0 TO WS-ITEM-INVOICE
               PERFORM GATHER-ORDER-ITEMS
           END-IF.

       GATHER-ORDER-ITEMS.
           MOVE 0 TO WS-SHIP-TO-NUMBER.
           PERFORM VARYING WS-Ord-Sub FROM 1 BY 1
                   UNTIL WS-Ord-Sub > WS-Ord-Count
               MOVE WS-Ord-Image(WS-Ord-Sub) TO ORDER-RECORD
               IF OR-ORDER-NUMBER = WS-ITEM-ORDER
                       AND OR-ORDER-STATUS = WS-ITEM-STATUS
                       AND OR-SHIPPED-QTY > 0
                       AND (WS-ITEM-INVOICE = ZERO
                           OR OR-INVOICE-NUMBER = WS-ITEM-INVOICE)
                       AND WS-Itm-Count < 200
                   ADD 1 TO WS-Itm-Count
                   MOVE OR-PRODUCT-NUMBER
                       TO WS-Itm-Product(WS-Itm-Count)
                   MOVE OR-SHIPPED-QTY TO WS-Itm-Qty(WS-Itm-Count)
                   MOVE OR-UNIT-PRICE TO WS-Itm-Price(WS-Itm-Count)
                   MOVE OR-SHIP-TO-NUMBER TO WS-SHIP-TO-NUMBER
               END-IF
           END-PERFORM.

       OPEN-INTERCHANGE.
           IF WS-NEXT-CONTROL = ZERO
               MOVE 1 TO WS-NEXT-CONTROL
           END-IF.
           MOVE WS-NEXT-CONTROL TO WS-INTERCHANGE.
           ADD 1 TO WS-NEXT-CONTROL.
           ADD 1 TO WS-INTERCHANGE-COUNT.
           MOVE 0 TO WS-SET-CONTROL.
           MOVE 0 TO WS-SET-COUNT.
           MOVE "Y" TO WS-INTERCHANGE-OPEN.
           MOVE SPACES TO WS-SEGMENT.
           STRING "ISA*00*          *00*          *"
               WS-SENDER-QUALIFIER "*" WS-SENDER-ID "*"
               WS-Ptn-Qualifier(WS-Ptn-Sub) "*"
               WS-Ptn-Id(WS-Ptn-Sub) "*"
               WS-RUN-DATE(3:6) "*" WS-RUN-TIME(1:4)
               "*U*00401*" WS-INTERCHANGE "*0*P*>~"
               DELIMITED BY SIZE INTO WS-SEGMENT.
           PERFORM WRITE-SEGMENT.
           MOVE "GS" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE WS-GROUP-ID TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-SENDER-ID TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-Ptn-Id(WS-Ptn-Sub) TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-RUN-DATE TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-RUN-TIME(1:4) TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-INTERCHANGE TO WS-COUNT-VALUE.
           PERFORM ADD-COUNT-ELEMENT.
           MOVE "X" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "004010" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.

       CLOSE-INTERCHANGE.
           MOVE "GE" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE WS-SET-COUNT TO WS-COUNT-VALUE.
           PERFORM ADD-COUNT-ELEMENT.
           MOVE WS-INTERCHANGE TO WS-COUNT-VALUE.
           PERFORM ADD-COUNT-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE SPACES TO WS-SEGMENT.
           STRING "IEA*1*" WS-INTERCHANGE "~"
               DELIMITED BY SIZE INTO WS-SEGMENT.
           PERFORM WRITE-SEGMENT.
           MOVE "N" TO WS-INTERCHANGE-OPEN.

       START-TRANSACTION-SET.
           ADD 1 TO WS-SET-CONTROL.
           ADD 1 TO WS-SET-COUNT.
           MOVE 0 TO WS-SET-SEGMENTS.
           MOVE "ST" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE WS-SET-TYPE TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-SET-CONTROL TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.

       END-TRANSACTION-SET.
           MOVE "CTT" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE WS-Itm-Count TO WS-COUNT-VALUE.
           PERFORM ADD-COUNT-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE "SE" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           COMPUTE WS-COUNT-VALUE = WS-SET-SEGMENTS + 1.
           PERFORM ADD-COUNT-ELEMENT.
           MOVE WS-SET-CONTROL TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.

       WRITE-SHIP-NOTICE.
           MOVE "856" TO WS-SET-TYPE.
           PERFORM START-TRANSACTION-SET.
           MOVE "BSN" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE "00" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SM-ORDER-NUMBER TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SM-SHIP-DATE TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE WS-RUN-TIME(1:4) TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE "HL" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE "1" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SPACES TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "S" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE "TD5" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE SPACES TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "2" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SM-CARRIER TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           IF SM-TRACKING-NUMBER NOT = SPACES
               MOVE "REF" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE "CN" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE SM-TRACKING-NUMBER TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
           END-IF.
           MOVE "DTM" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE "011" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SM-SHIP-DATE TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE SM-CUSTOMER-ID TO WS-DOC-CUSTOMER.
           MOVE WS-SHIP-TO-NUMBER TO WS-NAME-SHIP-TO.
           PERFORM LOOK-UP-NAME-ADDRESS.
           MOVE "ST" TO WS-ENTITY-CODE.
           PERFORM WRITE-NAME-SEGMENTS.
           MOVE "HL" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE "2" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "1" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "O" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE "PRF" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE SM-ORDER-NUMBER TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE 2 TO WS-HL-NUMBER.
           PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                   UNTIL WS-Itm-Sub > WS-Itm-Count
               ADD 1 TO WS-HL-NUMBER
               MOVE "HL" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE WS-HL-NUMBER TO WS-COUNT-VALUE
               PERFORM ADD-COUNT-ELEMENT
               MOVE "2" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE "I" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
               MOVE "LIN" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE SPACES TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE "VP" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE WS-Itm-Product(WS-Itm-Sub) TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
               MOVE "SN1" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE SPACES TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE WS-Itm-Qty(WS-Itm-Sub) TO WS-COUNT-VALUE
               PERFORM ADD-COUNT-ELEMENT
               MOVE "EA" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
           END-PERFORM.
           PERFORM END-TRANSACTION-SET.
           MOVE "856" TO ES-DOC-TYPE.
           MOVE SM-ORDER-NUMBER TO ES-DOC-KEY.
           MOVE SM-SHIP-DATE TO ES-DOC-DATE.
           MOVE SM-CUSTOMER-ID TO ES-CUSTOMER-ID.
           MOVE 0 TO ES-AMOUNT.
           PERFORM LOG-SENT-DOCUMENT.
           ADD 1 TO WS-ASN-SENT.

       WRITE-INVOICE.
           MOVE "810" TO WS-SET-TYPE.
           PERFORM START-TRANSACTION-SET.
           MOVE "BIG" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE IV-INVOICE-DATE TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE IV-INVOICE-NUMBER TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SPACES TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE IV-ORDER-NUMBER TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           MOVE IV-CUSTOMER-ID TO WS-DOC-CUSTOMER.
           MOVE 0 TO WS-NAME-SHIP-TO.
           PERFORM LOOK-UP-NAME-ADDRESS.
           MOVE "BT" TO WS-ENTITY-CODE.
           PERFORM WRITE-NAME-SEGMENTS.
           IF WS-SHIP-TO-NUMBER NOT = ZERO
               MOVE WS-SHIP-TO-NUMBER TO WS-NAME-SHIP-TO
               PERFORM LOOK-UP-NAME-ADDRESS
               MOVE "ST" TO WS-ENTITY-CODE
               PERFORM WRITE-NAME-SEGMENTS
           END-IF.
           MOVE "ITD" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE "05" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "3" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE SPACES TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE "30" TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           PERFORM VARYING WS-Itm-Sub FROM 1 BY 1
                   UNTIL WS-Itm-Sub > WS-Itm-Count
               MOVE "IT1" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE WS-Itm-Sub TO WS-COUNT-VALUE
               PERFORM ADD-COUNT-ELEMENT
               MOVE WS-Itm-Qty(WS-Itm-Sub) TO WS-COUNT-VALUE
               PERFORM ADD-COUNT-ELEMENT
               MOVE "EA" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE WS-Itm-Price(WS-Itm-Sub) TO WS-AMOUNT-VALUE
               PERFORM ADD-AMOUNT-ELEMENT
               MOVE SPACES TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE "VP" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE WS-Itm-Product(WS-Itm-Sub) TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
           END-PERFORM.
           MOVE "TDS" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           COMPUTE WS-COUNT-VALUE = IV-INVOICE-AMOUNT * 100.
           PERFORM ADD-COUNT-ELEMENT.
           PERFORM END-SEGMENT.
           IF IV-TAX-AMOUNT > 0
               MOVE "TXI" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE "ST" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE IV-TAX-AMOUNT TO WS-AMOUNT-VALUE
               PERFORM ADD-AMOUNT-ELEMENT
               PERFORM END-SEGMENT
           END-IF.
           IF IV-FREIGHT-AMOUNT > 0
               MOVE "SAC" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE "C" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE "G830" TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE SPACES TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM ADD-ELEMENT
               COMPUTE WS-COUNT-VALUE = IV-FREIGHT-AMOUNT * 100
               PERFORM ADD-COUNT-ELEMENT
               PERFORM END-SEGMENT
           END-IF.
           PERFORM END-TRANSACTION-SET.
           MOVE "810" TO ES-DOC-TYPE.
           MOVE IV-INVOICE-NUMBER TO ES-DOC-KEY.
           MOVE IV-INVOICE-DATE TO ES-DOC-DATE.
           MOVE IV-CUSTOMER-ID TO ES-CUSTOMER-ID.
           MOVE IV-INVOICE-AMOUNT TO ES-AMOUNT.
           PERFORM LOG-SENT-DOCUMENT.
           ADD 1 TO WS-INVOICE-SENT.

       LOOK-UP-NAME-ADDRESS.
           MOVE WS-DOC-CUSTOMER TO CustomerID.
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO CustomerName CustomerStreet
                       CustomerCity CustomerState CustomerPostalCode
           END-READ.
           MOVE CustomerName       TO ShipToName.
           MOVE CustomerStreet     TO ShipToStreet.
           MOVE CustomerCity       TO ShipToCity.
           MOVE CustomerState      TO ShipToState.
           MOVE CustomerPostalCode TO ShipToPostalCode.
           IF WS-NAME-SHIP-TO NOT = ZERO AND WS-ShipTo-Open = "Y"
               MOVE WS-DOC-CUSTOMER TO ShipToCustomerID
               MOVE WS-NAME-SHIP-TO TO ShipToNumber
               READ ShipToFile
                   INVALID KEY
                       MOVE CustomerName       TO ShipToName
                       MOVE CustomerStreet     TO ShipToStreet
                       MOVE CustomerCity       TO ShipToCity
                       MOVE CustomerState      TO ShipToState
                       MOVE CustomerPostalCode TO ShipToPostalCode
               END-READ
           END-IF.

       WRITE-NAME-SEGMENTS.
           MOVE "N1" TO WS-ELEMENT.
           PERFORM START-SEGMENT.
           MOVE WS-ENTITY-CODE TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           MOVE ShipToName TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.
           PERFORM END-SEGMENT.
           IF ShipToStreet NOT = SPACES
               MOVE "N3" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE ShipToStreet TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
           END-IF.
           IF ShipToCity NOT = SPACES
               MOVE "N4" TO WS-ELEMENT
               PERFORM START-SEGMENT
               MOVE ShipToCity TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE ShipToState TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               MOVE ShipToPostalCode TO WS-ELEMENT
               PERFORM ADD-ELEMENT
               PERFORM END-SEGMENT
           END-IF.

       START-SEGMENT.
           MOVE SPACES TO WS-SEGMENT.
           MOVE 1 TO WS-SEG-PTR.
           PERFORM FIND-ELEMENT-LENGTH.
           STRING WS-ELEMENT(1:WS-ELEMENT-LEN)
               DELIMITED BY SIZE INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR.

       ADD-ELEMENT.
           STRING "*" DELIMITED BY SIZE INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR.
           PERFORM FIND-ELEMENT-LENGTH.
           IF WS-ELEMENT-LEN > 0
               STRING WS-ELEMENT(1:WS-ELEMENT-LEN)
                   DELIMITED BY SIZE INTO WS-SEGMENT
                   WITH POINTER WS-SEG-PTR
           END-IF.

       ADD-COUNT-ELEMENT.
           MOVE WS-COUNT-VALUE TO WS-COUNT-EDIT.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-COUNT-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           MOVE WS-COUNT-EDIT(WS-LEAD-SPACES + 1:) TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.

       ADD-AMOUNT-ELEMENT.
           MOVE WS-AMOUNT-VALUE TO WS-AMOUNT-EDIT.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           MOVE WS-AMOUNT-EDIT(WS-LEAD-SPACES + 1:) TO WS-ELEMENT.
           PERFORM ADD-ELEMENT.

       FIND-ELEMENT-LENGTH.
           MOVE 30 TO WS-ELEMENT-LEN.
           PERFORM UNTIL WS-ELEMENT-LEN = 0
                   OR WS-ELEMENT(WS-ELEMENT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ELEMENT-LEN
           END-PERFORM.

       END-SEGMENT.
           STRING "~" DELIMITED BY SIZE INTO WS-SEGMENT
               WITH POINTER WS-SEG-PTR.
           ADD 1 TO WS-SET-SEGMENTS.
           PERFORM WRITE-SEGMENT.

       WRITE-SEGMENT.
           MOVE WS-SEGMENT TO EDI-OUT-RECORD.
           WRITE EDI-OUT-RECORD.

       LOG-SENT-DOCUMENT.
           MOVE WS-Ptn-Id(WS-Ptn-Sub) TO ES-PARTNER-ID.
           MOVE WS-RUN-DATE TO ES-SENT-DATE.
           MOVE WS-RUN-TIME(1:6) TO ES-SENT-TIME.
           MOVE WS-INTERCHANGE TO ES-INTERCHANGE.
           MOVE WS-SET-CONTROL TO ES-SET-CONTROL.
           MOVE WS-Itm-Count TO ES-LINE-COUNT.
           WRITE EDI-SENT-RECORD.
           ADD 1 TO WS-Written-Count.

       COLLECT-PENDING-SHIPMENTS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT ShipmentFile.
           IF WS-Shipment-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ ShipmentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           PERFORM CHECK-PENDING-SHIPMENT
                   END-READ
               END-PERFORM
               CLOSE ShipmentFile
           END-IF.

       CHECK-PENDING-SHIPMENT.
           MOVE SM-CUSTOMER-ID TO WS-DOC-CUSTOMER.
           PERFORM FIND-PARTNER.
           IF WS-Ptn-Found > 0
               IF WS-Ptn-856(WS-Ptn-Found) = "Y"
                       AND SM-SHIP-DATE
                           >= WS-Ptn-Effective(WS-Ptn-Found)
                   MOVE "856" TO ES-DOC-TYPE
                   MOVE SM-ORDER-NUMBER TO ES-DOC-KEY
                   MOVE SM-SHIP-DATE TO ES-DOC-DATE
                   PERFORM CHECK-ALREADY-SENT
                   IF WS-SENT-FOUND = "N"
                       IF WS-Asn-Count >= 500
                           ADD 1 TO WS-PENDING-SKIPPED
                       ELSE
                           ADD 1 TO WS-Asn-Count
                           MOVE WS-Ptn-Found
                               TO WS-Asn-Partner(WS-Asn-Count)
                           MOVE SHIPMENT-RECORD
                               TO WS-Asn-Image(WS-Asn-Count)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COLLECT-PENDING-INVOICES.
           MOVE "N" TO WS-Eof.
           OPEN INPUT InvoiceHistoryFile.
           IF WS-Invoice-Status = "00"
               PERFORM UNTIL WS-Eof = "Y"
                   READ InvoiceHistoryFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF IV-INVOICE-TYPE = SPACE
                               PERFORM CHECK-PENDING-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE InvoiceHistoryFile
           END-IF.

       CHECK-PENDING-INVOICE.
           MOVE IV-CUSTOMER-ID TO WS-DOC-CUSTOMER.
           PERFORM FIND-PARTNER.
           IF WS-Ptn-Found > 0
               IF WS-Ptn-810(WS-Ptn-Found) = "Y"
                       AND IV-INVOICE-DATE
                           >= WS-Ptn-Effective(WS-Ptn-Found)
                   MOVE "810" TO ES-DOC-TYPE
                   MOVE IV-INVOICE-NUMBER TO ES-DOC-KEY
                   MOVE ZERO TO ES-DOC-DATE
                   PERFORM CHECK-ALREADY-SENT
                   IF WS-SENT-FOUND = "N"
                       IF WS-Inv-Count >= 500
                           ADD 1 TO WS-PENDING-SKIPPED
                       ELSE
                           ADD 1 TO WS-Inv-Count
                           MOVE WS-Ptn-Found
                               TO WS-Inv-Partner(WS-Inv-Count)
                           MOVE INVOICE-HISTORY-RECORD
                               TO WS-Inv-Image(WS-Inv-Count)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-PARTNER.
           MOVE 0 TO WS-Ptn-Found.
           PERFORM VARYING WS-Ptn-Sub FROM 1 BY 1
                   UNTIL WS-Ptn-Sub > WS-Ptn-Count
               IF WS-Ptn-Customer(WS-Ptn-Sub) = WS-DOC-CUSTOMER
                   MOVE WS-Ptn-Sub TO WS-Ptn-Found
                   MOVE WS-Ptn-Count TO WS-Ptn-Sub
               END-IF
           END-PERFORM.

       CHECK-ALREADY-SENT.
           MOVE "N" TO WS-SENT-FOUND.
           PERFORM VARYING WS-Snt-Sub FROM 1 BY 1
                   UNTIL WS-Snt-Sub > WS-Snt-Count
               IF WS-Snt-Type(WS-Snt-Sub) = ES-DOC-TYPE
                       AND WS-Snt-Key(WS-Snt-Sub) = ES-DOC-KEY
                       AND (ES-DOC-DATE = ZERO
                           OR WS-Snt-Date(WS-Snt-Sub) = ES-DOC-DATE)
                   MOVE "Y" TO WS-SENT-FOUND
                   MOVE WS-Snt-Count TO WS-Snt-Sub
               END-IF
           END-PERFORM.

       LOAD-TRADING-PARTNERS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT TradingPartnerFile.
           IF WS-Partner-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ptn-Count >= 500
                   READ TradingPartnerFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF TP-STATUS = "A"
                               ADD 1 TO WS-Ptn-Count
                               MOVE TP-CUSTOMER-ID
                                   TO WS-Ptn-Customer(WS-Ptn-Count)
                               MOVE TP-QUALIFIER
                                   TO WS-Ptn-Qualifier(WS-Ptn-Count)
                               MOVE TP-PARTNER-ID
                                   TO WS-Ptn-Id(WS-Ptn-Count)
                               MOVE TP-SEND-856
                                   TO WS-Ptn-856(WS-Ptn-Count)
                               MOVE TP-SEND-810
                                   TO WS-Ptn-810(WS-Ptn-Count)
                               MOVE TP-EFFECTIVE-DATE
                                   TO WS-Ptn-Effective(WS-Ptn-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TradingPartnerFile
           END-IF.

       READ-EDI-CONTROL.
           MOVE SPACES TO WS-SENDER-QUALIFIER WS-SENDER-ID.
           OPEN INPUT EdiControlFile.
           IF WS-Control-Status = "00"
               READ EdiControlFile
                   NOT AT END
                       MOVE EC-SENDER-QUALIFIER TO WS-SENDER-QUALIFIER
                       MOVE EC-SENDER-ID        TO WS-SENDER-ID
                       MOVE EC-NEXT-CONTROL     TO WS-NEXT-CONTROL
               END-READ
               CLOSE EdiControlFile
           END-IF.

       SAVE-EDI-CONTROL.
           OPEN OUTPUT EdiControlFile.
           MOVE WS-SENDER-QUALIFIER TO EC-SENDER-QUALIFIER.
           MOVE WS-SENDER-ID        TO EC-SENDER-ID.
           MOVE WS-NEXT-CONTROL     TO EC-NEXT-CONTROL.
           WRITE EDI-CONTROL-RECORD.
           CLOSE EdiControlFile.

       LOAD-SENT-LOG.
           MOVE "N" TO WS-Eof.
           OPEN INPUT EdiSentFile.
           IF WS-Sent-Status NOT = "00"
               MOVE "Y" TO WS-Eof
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Snt-Count >= 9000
                   READ EdiSentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Snt-Count
                           MOVE ES-DOC-TYPE
                               TO WS-Snt-Type(WS-Snt-Count)
                           MOVE ES-DOC-KEY
                               TO WS-Snt-Key(WS-Snt-Count)
                           MOVE ES-DOC-DATE
                               TO WS-Snt-Date(WS-Snt-Count)
                   END-READ
               END-PERFORM
               IF WS-Eof NOT = "Y"
                   READ EdiSentFile
                       AT END
                           MOVE "Y" TO WS-Eof
                   END-READ
               END-IF
               CLOSE EdiSentFile
           END-IF.

       LOAD-ORDERS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT OrderFile.
           IF WS-Order-Status NOT = "00"
               MOVE "Y" TO WS-Eof
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ord-Count >= 5000
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Ord-Count
                           MOVE ORDER-RECORD
                               TO WS-Ord-Image(WS-Ord-Count)
                   END-READ
               END-PERFORM
               IF WS-Eof NOT = "Y"
                   READ OrderFile
                       AT END
                           MOVE "Y" TO WS-Eof
                   END-READ
               END-IF
               CLOSE OrderFile
           END-IF.
