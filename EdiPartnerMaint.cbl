       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI-PARTNER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TradingPartnerFile ASSIGN TO "tradingpartners.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Partner-Status.
           SELECT EdiControlFile ASSIGN TO "edicontrol.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Control-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TradingPartnerFile.
       COPY "TradingPartner.cpy".

       FD EdiControlFile.
       01 EDI-CONTROL-RECORD.
           02 EC-SENDER-QUALIFIER PIC X(2).
           02 EC-SENDER-ID        PIC X(15).
           02 EC-NEXT-CONTROL     PIC 9(9).

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Partner-Status   PIC XX.
       01 WS-Control-Status   PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-DEACTIVATE VALUE "D".
           88 MODE-LIST       VALUE "L".
           88 MODE-SENDER     VALUE "S".
       01 WS-TODAY            PIC 9(8).
       01 WS-DATE-OK          PIC X.

       01 WS-Partner-Table.
           02 WS-Ptn-Count PIC 9(3) VALUE 0.
           02 WS-Ptn-Entry OCCURS 500 TIMES.
             03 WS-Ptn-Image  PIC X(40).
       01 WS-Ptn-Sub          PIC 9(3).
       01 WS-Ptn-Found        PIC 9(3).
       01 WS-Ptn-Changed      PIC X VALUE "N".
       01 WS-Ptn-Valid        PIC X.

       01 WS-CUSTOMER-ID      PIC 9(5).
       01 WS-CUSTOMER-OK      PIC X.
       01 WS-NEW-QUALIFIER    PIC X(2).
       01 WS-NEW-PARTNER-ID   PIC X(15).
       01 WS-NEW-856          PIC X.
       01 WS-NEW-810          PIC X.
       01 WS-NEW-EFFECTIVE    PIC 9(8).
       01 WS-REACTIVATE       PIC X.
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.

       01 WS-SENDER-QUALIFIER PIC X(2) VALUE SPACES.
       01 WS-SENDER-ID        PIC X(15) VALUE SPACES.
       01 WS-NEXT-CONTROL     PIC 9(9) VALUE 1.
       01 WS-NEW-CONTROL      PIC 9(9).

       01 WS-Program-Name      PIC X(20) VALUE "EDI-PARTNER-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD TRADING PARTNERS, C=CHANGE, "
               "D=DEACTIVATE, L=LIST, S=SENDER SETUP): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-TRADING-PARTNERS.
           IF WS-Eof NOT = "Y"
               DISPLAY "TRADING PARTNER FILE EXCEEDS 500 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "Unable to open customer file: status "
                   WS-Customer-Status
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-TRADING-PARTNERS
               WHEN MODE-CHANGE
                   PERFORM CHANGE-TRADING-PARTNERS
               WHEN MODE-DEACTIVATE
                   PERFORM DEACTIVATE-TRADING-PARTNERS
               WHEN MODE-LIST
                   PERFORM LIST-TRADING-PARTNERS
               WHEN MODE-SENDER
                   PERFORM MAINTAIN-SENDER-CONTROL
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE CustomerFile.

           IF WS-Ptn-Changed = "Y"
               PERFORM REWRITE-TRADING-PARTNERS
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       ADD-TRADING-PARTNERS.
           PERFORM UNTIL WS-End = "N"
               PERFORM ADD-ONE-TRADING-PARTNER
               DISPLAY "ADD ANOTHER TRADING PARTNER (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ADD-ONE-TRADING-PARTNER.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM LOOK-UP-CUSTOMER.
           PERFORM FIND-TRADING-PARTNER.
           IF WS-CUSTOMER-OK NOT = "Y"
               DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                   " NOT ON FILE - TRADING PARTNER REJECTED"
           ELSE
           IF WS-Ptn-Found NOT = 0
               DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                   " ALREADY SET UP FOR EDI - USE CHANGE"
           ELSE
               DISPLAY "CUSTOMER: " CustomerName
               DISPLAY "ENTER INTERCHANGE ID QUALIFIER (01, 12, "
                   "ZZ): "
               ACCEPT WS-NEW-QUALIFIER
               DISPLAY "ENTER PARTNER INTERCHANGE ID: "
               ACCEPT WS-NEW-PARTNER-ID
               DISPLAY "SEND 856 SHIP NOTICES (Y/N)? "
               ACCEPT WS-NEW-856
               DISPLAY "SEND 810 INVOICES (Y/N)? "
               ACCEPT WS-NEW-810
               PERFORM ACCEPT-EFFECTIVE-DATE
               IF WS-NEW-EFFECTIVE = ZERO
                   MOVE WS-TODAY TO WS-NEW-EFFECTIVE
               END-IF
               MOVE "Y" TO WS-Ptn-Valid
               IF WS-NEW-QUALIFIER = SPACES
                       OR WS-NEW-PARTNER-ID = SPACES
                   DISPLAY "QUALIFIER AND INTERCHANGE ID ARE REQUIRED"
                   MOVE "N" TO WS-Ptn-Valid
               END-IF
               IF (WS-NEW-856 NOT = "Y" AND WS-NEW-856 NOT = "N")
                       OR (WS-NEW-810 NOT = "Y"
                           AND WS-NEW-810 NOT = "N")
                   DISPLAY "DOCUMENT FLAGS MUST BE Y OR N"
                   MOVE "N" TO WS-Ptn-Valid
               END-IF
               IF WS-NEW-856 = "N" AND WS-NEW-810 = "N"
                   DISPLAY "NO DOCUMENTS SELECTED"
                   MOVE "N" TO WS-Ptn-Valid
               END-IF
               IF WS-Ptn-Valid = "N"
                   DISPLAY "TRADING PARTNER REJECTED"
               ELSE
               IF WS-Ptn-Count >= 500
                   DISPLAY "TRADING PARTNER TABLE FULL - TRADING "
                       "PARTNER REJECTED"
               ELSE
                   MOVE WS-CUSTOMER-ID    TO TP-CUSTOMER-ID
                   MOVE WS-NEW-QUALIFIER  TO TP-QUALIFIER
                   MOVE WS-NEW-PARTNER-ID TO TP-PARTNER-ID
                   MOVE WS-NEW-856        TO TP-SEND-856
                   MOVE WS-NEW-810        TO TP-SEND-810
                   MOVE WS-NEW-EFFECTIVE  TO TP-EFFECTIVE-DATE
                   MOVE "A"               TO TP-STATUS
                   ADD 1 TO WS-Ptn-Count
                   MOVE TRADING-PARTNER-RECORD
                       TO WS-Ptn-Image(WS-Ptn-Count)
                   MOVE "Y" TO WS-Ptn-Changed
                   DISPLAY "TRADING PARTNER " TP-PARTNER-ID
                       " ADDED FOR CUSTOMER " TP-CUSTOMER-ID
                       " EFFECTIVE " TP-EFFECTIVE-DATE
               END-IF END-IF
           END-IF END-IF.

       CHANGE-TRADING-PARTNERS.
           PERFORM UNTIL WS-End = "N"
               PERFORM CHANGE-ONE-TRADING-PARTNER
               DISPLAY "CHANGE ANOTHER TRADING PARTNER (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       CHANGE-ONE-TRADING-PARTNER.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM FIND-TRADING-PARTNER.
           IF WS-Ptn-Found = 0
               DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                   " IS NOT AN EDI TRADING PARTNER"
           ELSE
               MOVE WS-Ptn-Image(WS-Ptn-Found)
                   TO TRADING-PARTNER-RECORD
               DISPLAY "QUALIFIER " TP-QUALIFIER
                   " ID " TP-PARTNER-ID
                   " 856 " TP-SEND-856
                   " 810 " TP-SEND-810
                   " EFFECTIVE " TP-EFFECTIVE-DATE
                   " STATUS " TP-STATUS
               DISPLAY "ENTER NEW QUALIFIER (BLANK = NO CHANGE): "
               ACCEPT WS-NEW-QUALIFIER
               DISPLAY "ENTER NEW INTERCHANGE ID (BLANK = NO "
                   "CHANGE): "
               ACCEPT WS-NEW-PARTNER-ID
               DISPLAY "SEND 856 SHIP NOTICES (Y/N, BLANK = NO "
                   "CHANGE)? "
               ACCEPT WS-NEW-856
               DISPLAY "SEND 810 INVOICES (Y/N, BLANK = NO "
                   "CHANGE)? "
               ACCEPT WS-NEW-810
               PERFORM ACCEPT-EFFECTIVE-DATE
               MOVE "N" TO WS-REACTIVATE
               IF TP-STATUS = "I"
                   DISPLAY "TRADING PARTNER IS INACTIVE - "
                       "REACTIVATE (Y/N)? "
                   ACCEPT WS-REACTIVATE
               END-IF
               IF WS-NEW-QUALIFIER NOT = SPACES
                   MOVE WS-NEW-QUALIFIER TO TP-QUALIFIER
               END-IF
               IF WS-NEW-PARTNER-ID NOT = SPACES
                   MOVE WS-NEW-PARTNER-ID TO TP-PARTNER-ID
               END-IF
               IF WS-NEW-856 = "Y" OR WS-NEW-856 = "N"
                   MOVE WS-NEW-856 TO TP-SEND-856
               END-IF
               IF WS-NEW-810 = "Y" OR WS-NEW-810 = "N"
                   MOVE WS-NEW-810 TO TP-SEND-810
               END-IF
               IF WS-NEW-EFFECTIVE NOT = ZERO
                   MOVE WS-NEW-EFFECTIVE TO TP-EFFECTIVE-DATE
               END-IF
               IF WS-REACTIVATE = "Y"
                   MOVE "A" TO TP-STATUS
               END-IF
               MOVE TRADING-PARTNER-RECORD
                   TO WS-Ptn-Image(WS-Ptn-Found)
               MOVE "Y" TO WS-Ptn-Changed
               DISPLAY "TRADING PARTNER " TP-PARTNER-ID
                   " CHANGED - 856 " TP-SEND-856
                   " 810 " TP-SEND-810
                   " STATUS " TP-STATUS
           END-IF.

       DEACTIVATE-TRADING-PARTNERS.
           PERFORM UNTIL WS-End = "N"
               PERFORM DEACTIVATE-ONE-TRADING-PARTNER
               DISPLAY "DEACTIVATE ANOTHER TRADING PARTNER (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       DEACTIVATE-ONE-TRADING-PARTNER.
           DISPLAY "ENTER CUSTOMER ID: ".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM FIND-TRADING-PARTNER.
           IF WS-Ptn-Found = 0
               DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                   " IS NOT AN EDI TRADING PARTNER"
           ELSE
               MOVE WS-Ptn-Image(WS-Ptn-Found)
                   TO TRADING-PARTNER-RECORD
               MOVE "I" TO TP-STATUS
               MOVE TRADING-PARTNER-RECORD
                   TO WS-Ptn-Image(WS-Ptn-Found)
               MOVE "Y" TO WS-Ptn-Changed
               DISPLAY "TRADING PARTNER " TP-PARTNER-ID
                   " DEACTIVATED - CUSTOMER " TP-CUSTOMER-ID
                   " RETURNS TO PRINTED INVOICES"
           END-IF.

       LIST-TRADING-PARTNERS.
           PERFORM READ-SENDER-CONTROL.
           DISPLAY "SENDER " WS-SENDER-QUALIFIER " " WS-SENDER-ID
               "  NEXT CONTROL NUMBER " WS-NEXT-CONTROL.
           DISPLAY "CUST  CUSTOMER NAME        QL INTERCHANGE ID  "
               "856 810 EFFECTIVE ST".
           PERFORM VARYING WS-Ptn-Sub FROM 1 BY 1
                   UNTIL WS-Ptn-Sub > WS-Ptn-Count
               MOVE WS-Ptn-Image(WS-Ptn-Sub) TO TRADING-PARTNER-RECORD
               MOVE TP-CUSTOMER-ID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO CustomerName
               END-READ
               DISPLAY TP-CUSTOMER-ID " " CustomerName " "
                   TP-QUALIFIER " " TP-PARTNER-ID "  "
                   TP-SEND-856 "   " TP-SEND-810 "   "
                   TP-EFFECTIVE-DATE "  " TP-STATUS
               ADD 1 TO WS-LIST-COUNT
           END-PERFORM.
           DISPLAY "TRADING PARTNERS LISTED: " WS-LIST-COUNT.

       MAINTAIN-SENDER-CONTROL.
           PERFORM READ-SENDER-CONTROL.
           DISPLAY "CURRENT SENDER " WS-SENDER-QUALIFIER " "
               WS-SENDER-ID "  NEXT CONTROL NUMBER "
               WS-NEXT-CONTROL.
           DISPLAY "ENTER SENDER QUALIFIER (BLANK = NO CHANGE): ".
           ACCEPT WS-NEW-QUALIFIER.
           DISPLAY "ENTER SENDER INTERCHANGE ID (BLANK = NO "
               "CHANGE): ".
           ACCEPT WS-NEW-PARTNER-ID.
           DISPLAY "ENTER NEXT CONTROL NUMBER (0 = NO CHANGE): ".
           ACCEPT WS-NEW-CONTROL.
           IF WS-NEW-QUALIFIER NOT = SPACES
               MOVE WS-NEW-QUALIFIER TO WS-SENDER-QUALIFIER
           END-IF.
           IF WS-NEW-PARTNER-ID NOT = SPACES
               MOVE WS-NEW-PARTNER-ID TO WS-SENDER-ID
           END-IF.
           IF WS-NEW-CONTROL NOT = ZERO
               IF WS-NEW-CONTROL < WS-NEXT-CONTROL
                   DISPLAY "CONTROL NUMBERS MAY NOT GO BACKWARD - "
                       "NUMBER NOT CHANGED"
               ELSE
                   MOVE WS-NEW-CONTROL TO WS-NEXT-CONTROL
               END-IF
           END-IF.
           IF WS-SENDER-QUALIFIER = SPACES OR WS-SENDER-ID = SPACES
               DISPLAY "SENDER QUALIFIER AND ID ARE REQUIRED - "
                   "CONTROL FILE NOT SAVED"
           ELSE
               OPEN OUTPUT EdiControlFile
               IF WS-Control-Status NOT = "00"
                   DISPLAY "UNABLE TO WRITE EDI CONTROL FILE: STATUS "
                       WS-Control-Status
               ELSE
                   MOVE WS-SENDER-QUALIFIER TO EC-SENDER-QUALIFIER
                   MOVE WS-SENDER-ID        TO EC-SENDER-ID
                   MOVE WS-NEXT-CONTROL     TO EC-NEXT-CONTROL
                   WRITE EDI-CONTROL-RECORD
                   ADD 1 TO WS-Written-Count
                   CLOSE EdiControlFile
                   DISPLAY "EDI SENDER CONTROL SAVED"
               END-IF
           END-IF.

       READ-SENDER-CONTROL.
           OPEN INPUT EdiControlFile.
           IF WS-Control-Status = "00"
               READ EdiControlFile
                   NOT AT END
                       MOVE EC-SENDER-QUALIFIER TO WS-SENDER-QUALIFIER
                       MOVE EC-SENDER-ID        TO WS-SENDER-ID
                       MOVE EC-NEXT-CONTROL     TO WS-NEXT-CONTROL
               END-READ
               CLOSE EdiControlFile
           ELSE
               DISPLAY "EDI CONTROL FILE NOT SET UP YET"
           END-IF.

       ACCEPT-EFFECTIVE-DATE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, "
                   "0 = TODAY / NO CHANGE): "
               ACCEPT WS-NEW-EFFECTIVE
               IF WS-NEW-EFFECTIVE = ZERO
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   CALL "DATE-VALIDATE" USING WS-NEW-EFFECTIVE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

       LOOK-UP-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE WS-CUSTOMER-ID TO CustomerID.
           READ CustomerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.

       FIND-TRADING-PARTNER.
           MOVE 0 TO WS-Ptn-Found.
           PERFORM VARYING WS-Ptn-Sub FROM 1 BY 1
                   UNTIL WS-Ptn-Sub > WS-Ptn-Count
               MOVE WS-Ptn-Image(WS-Ptn-Sub) TO TRADING-PARTNER-RECORD
               IF TP-CUSTOMER-ID = WS-CUSTOMER-ID
                   MOVE WS-Ptn-Sub TO WS-Ptn-Found
                   MOVE WS-Ptn-Count TO WS-Ptn-Sub
               END-IF
           END-PERFORM.

       LOAD-TRADING-PARTNERS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT TradingPartnerFile.
           IF WS-Partner-Status NOT = "00"
               MOVE "Y" TO WS-Eof
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Ptn-Count >= 500
                   READ TradingPartnerFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Ptn-Count
                           MOVE TRADING-PARTNER-RECORD
                               TO WS-Ptn-Image(WS-Ptn-Count)
                   END-READ
               END-PERFORM
               IF WS-Eof NOT = "Y"
                   READ TradingPartnerFile
                       AT END
                           MOVE "Y" TO WS-Eof
                   END-READ
               END-IF
               CLOSE TradingPartnerFile
           END-IF.

       REWRITE-TRADING-PARTNERS.
           OPEN OUTPUT TradingPartnerFile.
           IF WS-Partner-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE TRADING PARTNER FILE: "
                   "STATUS " WS-Partner-Status
           ELSE
               PERFORM VARYING WS-Ptn-Sub FROM 1 BY 1
                       UNTIL WS-Ptn-Sub > WS-Ptn-Count
                   MOVE WS-Ptn-Image(WS-Ptn-Sub)
                       TO TRADING-PARTNER-RECORD
                   WRITE TRADING-PARTNER-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE TradingPartnerFile
           END-IF.
