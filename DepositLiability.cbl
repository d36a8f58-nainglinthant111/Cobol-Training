       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-LIABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DepositFile ASSIGN TO "deposits.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Deposit-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.
           SELECT GlJournalFile ASSIGN TO "gljournal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DepositFile.
       COPY "Deposit.cpy".

       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       FD GlJournalFile.
       01 GL-JOURNAL-RECORD.
           02 GJ-RECORD-TYPE      PIC X.
           02 GJ-ACCOUNT          PIC 9(4).
           02 GJ-DEBIT            PIC 9(9)V99.
           02 GJ-CREDIT           PIC 9(9)V99.
           02 GJ-DESCRIPTION      PIC X(20).
           02 GJ-PERIOD           PIC 9(6).
           02 GJ-DEPT-CODE        PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-Deposit-Status   PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Journal-Status   PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-Customer-Open    PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-DEPOSIT-ACCOUNT  PIC 9(4) VALUE 2800.

       01 WS-Dep-Table.
           02 WS-Dep-Count PIC 9(4) VALUE 0.
           02 WS-Dep-Entry OCCURS 2000 TIMES.
             03 WS-Dep-Key.
               04 WS-Dep-Customer PIC 9(5).
               04 WS-Dep-Order    PIC 9(6).
             03 WS-Dep-First      PIC 9(8).
             03 WS-Dep-Received   PIC 9(9)V99.
             03 WS-Dep-Applied    PIC 9(9)V99.
       01 WS-Dep-Sub          PIC 9(4).
       01 WS-Dep-Find         PIC 9(4).
       01 WS-Dep-Insert       PIC 9(4).
       01 WS-Dep-Full         PIC X VALUE "N".
       01 WS-LOOKUP-KEY.
           02 WS-LOOKUP-CUSTOMER PIC 9(5).
           02 WS-LOOKUP-ORDER    PIC 9(6).

       01 WS-HELD             PIC S9(9)V99.
       01 WS-HELD-OUT         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOT-RECEIVED     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-APPLIED      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-HELD         PIC S9(11)V99 VALUE 0.
       01 WS-GL-DEBITS        PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDITS       PIC 9(11)V99 VALUE 0.
       01 WS-GL-BALANCE       PIC S9(11)V99.
       01 WS-DIFFERENCE       PIC S9(11)V99.
       01 WS-TOTAL-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "DEPOSIT-LIABILITY".
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

           OPEN INPUT DepositFile.
           IF WS-Deposit-Status NOT = "00"
               DISPLAY "DEPOSIT LEDGER NOT AVAILABLE: STATUS "
                   WS-Deposit-Status
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Eof = "Y"
               READ DepositFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       PERFORM TALLY-DEPOSIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE DepositFile.
           IF WS-Dep-Full = "Y"
               DISPLAY "MORE THAN 2000 DEPOSIT ORDERS ON THE LEDGER - "
                   "REPORT IS INCOMPLETE"
           END-IF.

           PERFORM TOTAL-GL-DEPOSIT-ACCOUNT.

           OPEN INPUT CustomerFile.
           IF WS-Customer-Status = "00"
               MOVE "Y" TO WS-Customer-Open
           END-IF.
           PERFORM PRINT-LIABILITY-REPORT.
           IF WS-Customer-Open = "Y"
               CLOSE CustomerFile
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       TALLY-DEPOSIT-ENTRY.
           MOVE DE-CUSTOMER-ID  TO WS-LOOKUP-CUSTOMER.
           MOVE DE-ORDER-NUMBER TO WS-LOOKUP-ORDER.
           PERFORM FIND-DEPOSIT-ENTRY.
           IF WS-Dep-Find > 0
               IF DE-ENTRY-TYPE = "R"
                   ADD DE-AMOUNT TO WS-Dep-Received(WS-Dep-Find)
                   IF WS-Dep-First(WS-Dep-Find) = 0
                       MOVE DE-ENTRY-DATE TO WS-Dep-First(WS-Dep-Find)
                   END-IF
               ELSE
                   ADD DE-AMOUNT TO WS-Dep-Applied(WS-Dep-Find)
               END-IF
           END-IF.

       FIND-DEPOSIT-ENTRY.
           MOVE 0 TO WS-Dep-Find.
           MOVE 0 TO WS-Dep-Insert.
           PERFORM VARYING WS-Dep-Sub FROM 1 BY 1
                   UNTIL WS-Dep-Sub > WS-Dep-Count
               IF WS-Dep-Key(WS-Dep-Sub) = WS-LOOKUP-KEY
                   MOVE WS-Dep-Sub TO WS-Dep-Find
                   MOVE WS-Dep-Count TO WS-Dep-Sub
               ELSE
                   IF WS-Dep-Key(WS-Dep-Sub) > WS-LOOKUP-KEY
                           AND WS-Dep-Insert = 0
                       MOVE WS-Dep-Sub TO WS-Dep-Insert
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Dep-Find = 0
               IF WS-Dep-Count >= 2000
                   MOVE "Y" TO WS-Dep-Full
               ELSE
                   IF WS-Dep-Insert = 0
                       COMPUTE WS-Dep-Insert = WS-Dep-Count + 1
                   END-IF
                   PERFORM VARYING WS-Dep-Sub FROM WS-Dep-Count BY -1
                           UNTIL WS-Dep-Sub < WS-Dep-Insert
                       MOVE WS-Dep-Entry(WS-Dep-Sub)
                           TO WS-Dep-Entry(WS-Dep-Sub + 1)
                   END-PERFORM
                   ADD 1 TO WS-Dep-Count
                   MOVE WS-Dep-Insert TO WS-Dep-Find
                   MOVE WS-LOOKUP-KEY TO WS-Dep-Key(WS-Dep-Find)
                   MOVE 0 TO WS-Dep-First(WS-Dep-Find)
                   MOVE 0 TO WS-Dep-Received(WS-Dep-Find)
                   MOVE 0 TO WS-Dep-Applied(WS-Dep-Find)
               END-IF
           END-IF.

       TOTAL-GL-DEPOSIT-ACCOUNT.
           MOVE "N" TO WS-Eof.
           OPEN INPUT GlJournalFile.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "GL JOURNAL NOT AVAILABLE: STATUS "
                   WS-Journal-Status " - GL TIE-OUT NOT DONE"
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ GlJournalFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF GJ-RECORD-TYPE = "D"
                                   AND GJ-ACCOUNT = WS-DEPOSIT-ACCOUNT
                               ADD GJ-DEBIT  TO WS-GL-DEBITS
                               ADD GJ-CREDIT TO WS-GL-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlJournalFile
           END-IF.

       PRINT-LIABILITY-REPORT.
           DISPLAY " ".
           DISPLAY "CUSTOMER DEPOSIT LIABILITY - " WS-RUN-DATE.
           DISPLAY "CUST  NAME                 ORDER  FIRST DT"
               "    RECEIVED     APPLIED            HELD".
           DISPLAY "----- -------------------- ------ --------"
               " ----------- ----------- ---------------".
           PERFORM VARYING WS-Dep-Sub FROM 1 BY 1
                   UNTIL WS-Dep-Sub > WS-Dep-Count
               ADD WS-Dep-Received(WS-Dep-Sub) TO WS-TOT-RECEIVED
               ADD WS-Dep-Applied(WS-Dep-Sub) TO WS-TOT-APPLIED
               COMPUTE WS-HELD = WS-Dep-Received(WS-Dep-Sub)
                   - WS-Dep-Applied(WS-Dep-Sub)
               IF WS-HELD NOT = ZERO
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-HELD TO WS-TOT-HELD
                   PERFORM FIND-CUSTOMER-NAME
                   MOVE WS-HELD TO WS-HELD-OUT
                   DISPLAY WS-Dep-Customer(WS-Dep-Sub) " "
                       CustomerName " "
                       WS-Dep-Order(WS-Dep-Sub) " "
                       WS-Dep-First(WS-Dep-Sub) " "
                       WS-Dep-Received(WS-Dep-Sub) " "
                       WS-Dep-Applied(WS-Dep-Sub) " "
                       WS-HELD-OUT
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "ORDERS WITH DEPOSITS HELD : " WS-HELD-COUNT.
           MOVE WS-TOT-RECEIVED TO WS-TOTAL-OUT.
           DISPLAY "DEPOSITS RECEIVED         : " WS-TOTAL-OUT.
           MOVE WS-TOT-APPLIED TO WS-TOTAL-OUT.
           DISPLAY "DEPOSITS APPLIED          : " WS-TOTAL-OUT.
           MOVE WS-TOT-HELD TO WS-TOTAL-OUT.
           DISPLAY "DEPOSITS HELD             : " WS-TOTAL-OUT.
           COMPUTE WS-GL-BALANCE = WS-GL-CREDITS - WS-GL-DEBITS.
           MOVE WS-GL-BALANCE TO WS-TOTAL-OUT.
           DISPLAY "GL ACCOUNT " WS-DEPOSIT-ACCOUNT
               " BALANCE       : " WS-TOTAL-OUT.
           COMPUTE WS-DIFFERENCE = WS-TOT-HELD - WS-GL-BALANCE.
           IF WS-DIFFERENCE = ZERO
               DISPLAY "DEPOSIT LEDGER TIES TO THE GENERAL LEDGER."
           ELSE
               MOVE WS-DIFFERENCE TO WS-TOTAL-OUT
               DISPLAY "** DIFFERENCE             : " WS-TOTAL-OUT
               DISPLAY "** CHECK FOR DEPOSIT ACTIVITY NOT YET "
                   "JOURNALIZED BY GL-JOURNAL"
           END-IF.

       FIND-CUSTOMER-NAME.
           MOVE "NOT ON FILE" TO CustomerName.
           IF WS-Customer-Open = "Y"
               MOVE WS-Dep-Customer(WS-Dep-Sub) TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE "NOT ON FILE" TO CustomerName
               END-READ
           END-IF.
