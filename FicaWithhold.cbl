       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICA-WITHHOLD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SOCSEC-RATE          PIC 9V9999 VALUE .0620.
       01 WS-SOCSEC-WAGE-BASE     PIC 9(9)V99 VALUE 184500.00.
       01 WS-MEDICARE-RATE        PIC 9V9999 VALUE .0145.
       01 WS-ADDL-MEDICARE-RATE   PIC 9V9999 VALUE .0090.
       01 WS-ADDL-MEDICARE-LIMIT  PIC 9(9)V99 VALUE 200000.00.
       01 WS-SOCSEC-ROOM          PIC 9(9)V99.
       01 WS-SOCSEC-WAGES         PIC 9(9)V99.
       01 WS-ADDL-WAGES           PIC 9(9)V99.
       01 WS-YTD-AFTER            PIC 9(9)V99.

       LINKAGE SECTION.
       01 LS-YTD-WAGES        PIC 9(9)V99.
       01 LS-CURRENT-WAGES    PIC 9(7)V99.
       01 LS-SOCSEC-TAX       PIC 9(7)V99.
       01 LS-MEDICARE-TAX     PIC 9(7)V99.

       PROCEDURE DIVISION USING LS-YTD-WAGES LS-CURRENT-WAGES
               LS-SOCSEC-TAX LS-MEDICARE-TAX.
           MOVE 0 TO WS-SOCSEC-WAGES.
           IF LS-YTD-WAGES < WS-SOCSEC-WAGE-BASE
               COMPUTE WS-SOCSEC-ROOM =
                   WS-SOCSEC-WAGE-BASE - LS-YTD-WAGES
               IF LS-CURRENT-WAGES > WS-SOCSEC-ROOM
                   MOVE WS-SOCSEC-ROOM TO WS-SOCSEC-WAGES
               ELSE
                   MOVE LS-CURRENT-WAGES TO WS-SOCSEC-WAGES
               END-IF
           END-IF.
           COMPUTE LS-SOCSEC-TAX ROUNDED =
               WS-SOCSEC-WAGES * WS-SOCSEC-RATE.

           MOVE 0 TO WS-ADDL-WAGES.
           COMPUTE WS-YTD-AFTER = LS-YTD-WAGES + LS-CURRENT-WAGES.
           IF WS-YTD-AFTER > WS-ADDL-MEDICARE-LIMIT
               IF LS-YTD-WAGES >= WS-ADDL-MEDICARE-LIMIT
                   MOVE LS-CURRENT-WAGES TO WS-ADDL-WAGES
               ELSE
                   COMPUTE WS-ADDL-WAGES =
                       WS-YTD-AFTER - WS-ADDL-MEDICARE-LIMIT
               END-IF
           END-IF.
           COMPUTE LS-MEDICARE-TAX ROUNDED =
               (LS-CURRENT-WAGES * WS-MEDICARE-RATE)
             + (WS-ADDL-WAGES * WS-ADDL-MEDICARE-RATE).

           EXIT PROGRAM.
