       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-HIT-RATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuoteFile ASSIGN TO "quotes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Quote-Status.
           SELECT SalespersonFile ASSIGN TO "salespersons.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Sales-Status.

       DATA DIVISION.
       FILE SECTION.
       FD QuoteFile.
       COPY "Quote.cpy".

       FD SalespersonFile.
       COPY "Salesperson.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Quote-Status     PIC XX.
       01 WS-Sales-Status     PIC XX.
       01 WS-Eof              PIC X VALUE "N".

       01 WS-RUN-DATE         PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-TO-DATE          PIC 9(8).
       01 WS-LAST-QUOTE       PIC 9(6) VALUE 0.
       01 WS-NEW-QUOTE        PIC X.
       01 WS-LINE-AMOUNT      PIC 9(7)V99.
       01 WS-QUOTE-RESULT     PIC X.
           88 QUOTE-WON       VALUE "W".
           88 QUOTE-EXPIRED   VALUE "X".
           88 QUOTE-OPEN      VALUE "O".

       01 WS-Name-Table.
           02 WS-Name-Count PIC 9(3) VALUE 0.
           02 WS-Name-Entry OCCURS 200 TIMES.
             03 WS-Name-Code PIC X(3).
             03 WS-Name-Text PIC X(20).
       01 WS-Name-Sub         PIC 9(3).
       01 WS-SALES-NAME       PIC X(20).

       01 WS-Rep-Table.
           02 WS-Rep-Count PIC 9(3) VALUE 0.
           02 WS-Rep-Entry OCCURS 200 TIMES.
             03 WS-Rep-Code        PIC X(3).
             03 WS-Rep-Quotes      PIC 9(6).
             03 WS-Rep-Won         PIC 9(5).
             03 WS-Rep-Expired     PIC 9(5).
             03 WS-Rep-Open        PIC 9(5).
             03 WS-Rep-Quoted-Amt  PIC 9(9)V99.
             03 WS-Rep-Won-Amt     PIC 9(9)V99.
       01 WS-Rep-Sub          PIC 9(3).
       01 WS-Rep-Find         PIC 9(3).
       01 WS-Rep-Insert       PIC 9(3).
       01 WS-Rep-Full         PIC X VALUE "N".

       01 WS-HIT-RATE         PIC 9(3)V9.
       01 WS-HIT-RATE-OUT     PIC ZZ9.9.
       01 WS-DECIDED          PIC 9(5).
       01 WS-TOT-QUOTES       PIC 9(6) VALUE 0.
       01 WS-TOT-WON          PIC 9(6) VALUE 0.
       01 WS-TOT-EXPIRED      PIC 9(6) VALUE 0.
       01 WS-TOT-OPEN         PIC 9(6) VALUE 0.
       01 WS-TOT-QUOTED-AMT   PIC 9(11)V99 VALUE 0.
       01 WS-TOT-WON-AMT      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DECIDED      PIC 9(6).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "QUOTE-HIT-RATE".
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

           DISPLAY "ENTER QUOTE DATE FROM (YYYYMMDD, 0 = ALL): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER QUOTE DATE TO (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.

           PERFORM LOAD-SALESPERSON-NAMES.

           OPEN INPUT QuoteFile.
           IF WS-Quote-Status NOT = "00"
               DISPLAY "QUOTE FILE NOT AVAILABLE: STATUS "
                   WS-Quote-Status
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Eof = "Y"
               READ QuoteFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF QT-QUOTE-DATE >= WS-FROM-DATE
                               AND QT-QUOTE-DATE <= WS-TO-DATE
                           PERFORM TALLY-QUOTE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QuoteFile.

           IF WS-Rep-Full = "Y"
               DISPLAY "MORE THAN 200 SALESPERSON CODES ON QUOTES - "
                   "EXCESS CODES NOT REPORTED"
           END-IF.
           PERFORM PRINT-HIT-RATE-REPORT.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-SALESPERSON-NAMES.
           OPEN INPUT SalespersonFile.
           IF WS-Sales-Status NOT = "00"
               DISPLAY "SALESPERSON FILE NOT FOUND - NAMES NOT "
                   "PRINTED"
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Name-Count >= 200
                   READ SalespersonFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Name-Count
                           MOVE SP-CODE
                               TO WS-Name-Code(WS-Name-Count)
                           MOVE SP-NAME
                               TO WS-Name-Text(WS-Name-Count)
                   END-READ
               END-PERFORM
               CLOSE SalespersonFile
           END-IF.
           MOVE "N" TO WS-Eof.

       TALLY-QUOTE-LINE.
           IF QT-QUOTE-NUMBER NOT = WS-LAST-QUOTE
               MOVE "Y" TO WS-NEW-QUOTE
               MOVE QT-QUOTE-NUMBER TO WS-LAST-QUOTE
           ELSE
               MOVE "N" TO WS-NEW-QUOTE
           END-IF.
           IF QT-STATUS = "C"
               MOVE "W" TO WS-QUOTE-RESULT
           ELSE
           IF QT-EXPIRY-DATE < WS-RUN-DATE
               MOVE "X" TO WS-QUOTE-RESULT
           ELSE
               MOVE "O" TO WS-QUOTE-RESULT
           END-IF END-IF.
           PERFORM FIND-REP-ENTRY.
           IF WS-Rep-Find > 0
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   QT-QUANTITY * QT-UNIT-PRICE
               ADD WS-LINE-AMOUNT TO WS-Rep-Quoted-Amt(WS-Rep-Find)
               IF QUOTE-WON
                   ADD WS-LINE-AMOUNT TO WS-Rep-Won-Amt(WS-Rep-Find)
               END-IF
               IF WS-NEW-QUOTE = "Y"
                   ADD 1 TO WS-Rep-Quotes(WS-Rep-Find)
                   EVALUATE TRUE
                       WHEN QUOTE-WON
                           ADD 1 TO WS-Rep-Won(WS-Rep-Find)
                       WHEN QUOTE-EXPIRED
                           ADD 1 TO WS-Rep-Expired(WS-Rep-Find)
                       WHEN OTHER
                           ADD 1 TO WS-Rep-Open(WS-Rep-Find)
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-REP-ENTRY.
           MOVE 0 TO WS-Rep-Find.
           MOVE 0 TO WS-Rep-Insert.
           PERFORM VARYING WS-Rep-Sub FROM 1 BY 1
                   UNTIL WS-Rep-Sub > WS-Rep-Count
               IF WS-Rep-Code(WS-Rep-Sub) = QT-SALESPERSON
                   MOVE WS-Rep-Sub TO WS-Rep-Find
                   MOVE WS-Rep-Count TO WS-Rep-Sub
               ELSE
                   IF WS-Rep-Code(WS-Rep-Sub) > QT-SALESPERSON
                           AND WS-Rep-Insert = 0
                       MOVE WS-Rep-Sub TO WS-Rep-Insert
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Rep-Find = 0
               IF WS-Rep-Count >= 200
                   MOVE "Y" TO WS-Rep-Full
               ELSE
                   IF WS-Rep-Insert = 0
                       COMPUTE WS-Rep-Insert = WS-Rep-Count + 1
                   END-IF
                   PERFORM VARYING WS-Rep-Sub FROM WS-Rep-Count BY -1
                           UNTIL WS-Rep-Sub < WS-Rep-Insert
                       MOVE WS-Rep-Entry(WS-Rep-Sub)
                           TO WS-Rep-Entry(WS-Rep-Sub + 1)
                   END-PERFORM
                   ADD 1 TO WS-Rep-Count
                   MOVE WS-Rep-Insert TO WS-Rep-Find
                   MOVE QT-SALESPERSON TO WS-Rep-Code(WS-Rep-Find)
                   MOVE 0 TO WS-Rep-Quotes(WS-Rep-Find)
                   MOVE 0 TO WS-Rep-Won(WS-Rep-Find)
                   MOVE 0 TO WS-Rep-Expired(WS-Rep-Find)
                   MOVE 0 TO WS-Rep-Open(WS-Rep-Find)
                   MOVE 0 TO WS-Rep-Quoted-Amt(WS-Rep-Find)
                   MOVE 0 TO WS-Rep-Won-Amt(WS-Rep-Find)
               END-IF
           END-IF.

       PRINT-HIT-RATE-REPORT.
           DISPLAY " ".
           DISPLAY "QUOTE-TO-ORDER HIT RATE BY SALESPERSON - "
               WS-RUN-DATE.
           DISPLAY "QUOTES DATED " WS-FROM-DATE " THROUGH "
               WS-TO-DATE.
           DISPLAY "HIT RATE = WON / (WON + EXPIRED); OPEN QUOTES "
               "ARE NOT YET DECIDED".
           DISPLAY "REP NAME                 QUOTES   WON EXPRD  OPEN"
               "  HIT%  QUOTED AMT     WON AMT".
           DISPLAY "--- -------------------- ------ ----- ----- -----"
               " ----- ----------- -----------".
           PERFORM VARYING WS-Rep-Sub FROM 1 BY 1
                   UNTIL WS-Rep-Sub > WS-Rep-Count
               PERFORM FIND-SALESPERSON-NAME
               COMPUTE WS-DECIDED = WS-Rep-Won(WS-Rep-Sub)
                   + WS-Rep-Expired(WS-Rep-Sub)
               MOVE 0 TO WS-HIT-RATE
               IF WS-DECIDED > 0
                   COMPUTE WS-HIT-RATE ROUNDED =
                       WS-Rep-Won(WS-Rep-Sub) * 100 / WS-DECIDED
               END-IF
               MOVE WS-HIT-RATE TO WS-HIT-RATE-OUT
               DISPLAY WS-Rep-Code(WS-Rep-Sub) " "
                   WS-SALES-NAME " "
                   WS-Rep-Quotes(WS-Rep-Sub) " "
                   WS-Rep-Won(WS-Rep-Sub) " "
                   WS-Rep-Expired(WS-Rep-Sub) " "
                   WS-Rep-Open(WS-Rep-Sub) " "
                   WS-HIT-RATE-OUT " "
                   WS-Rep-Quoted-Amt(WS-Rep-Sub) " "
                   WS-Rep-Won-Amt(WS-Rep-Sub)
               ADD WS-Rep-Quotes(WS-Rep-Sub) TO WS-TOT-QUOTES
               ADD WS-Rep-Won(WS-Rep-Sub) TO WS-TOT-WON
               ADD WS-Rep-Expired(WS-Rep-Sub) TO WS-TOT-EXPIRED
               ADD WS-Rep-Open(WS-Rep-Sub) TO WS-TOT-OPEN
               ADD WS-Rep-Quoted-Amt(WS-Rep-Sub) TO WS-TOT-QUOTED-AMT
               ADD WS-Rep-Won-Amt(WS-Rep-Sub) TO WS-TOT-WON-AMT
           END-PERFORM.
           COMPUTE WS-TOT-DECIDED = WS-TOT-WON + WS-TOT-EXPIRED.
           MOVE 0 TO WS-HIT-RATE.
           IF WS-TOT-DECIDED > 0
               COMPUTE WS-HIT-RATE ROUNDED =
                   WS-TOT-WON * 100 / WS-TOT-DECIDED
           END-IF.
           DISPLAY " ".
           DISPLAY "TOTAL QUOTES  : " WS-TOT-QUOTES.
           DISPLAY "WON           : " WS-TOT-WON.
           DISPLAY "EXPIRED       : " WS-TOT-EXPIRED.
           DISPLAY "STILL OPEN    : " WS-TOT-OPEN.
           MOVE WS-HIT-RATE TO WS-HIT-RATE-OUT.
           DISPLAY "HIT RATE %    : " WS-HIT-RATE-OUT.
           DISPLAY "QUOTED VALUE  : " WS-TOT-QUOTED-AMT.
           DISPLAY "WON VALUE     : " WS-TOT-WON-AMT.

       FIND-SALESPERSON-NAME.
           MOVE "NOT ON FILE" TO WS-SALES-NAME.
           PERFORM VARYING WS-Name-Sub FROM 1 BY 1
                   UNTIL WS-Name-Sub > WS-Name-Count
               IF WS-Name-Code(WS-Name-Sub) = WS-Rep-Code(WS-Rep-Sub)
                   MOVE WS-Name-Text(WS-Name-Sub) TO WS-SALES-NAME
                   MOVE WS-Name-Count TO WS-Name-Sub
               END-IF
           END-PERFORM.
