               04 YE-Q-LOCAL    PIC 9(9)V99.
               04 YE-Q-RETIRE   PIC 9(9)V99.
               04 YE-Q-MATCH    PIC 9(9)V99.
               04 YE-Q-FED-WAGES   PIC 9(9)V99.
               04 YE-Q-STATE-WAGES PIC 9(9)V99.
               04 YE-Q-LOCAL-WAGES PIC 9(9)V99.
               04 YE-Q-FICA-WAGES  PIC 9(9)V99.
               04 YE-Q-SOCSEC      PIC 9(9)V99.
               04 YE-Q-MEDICARE    PIC 9(9)V99.

       01 WS-SUB              PIC 9(3).
       01 WS-QSUB             PIC 9.
       01 WS-YEAR-LOCAL       PIC 9(9)V99.
       01 WS-YEAR-RETIRE      PIC 9(9)V99.
       01 WS-YEAR-MATCH       PIC 9(9)V99.
       01 WS-YEAR-FED-WAGES   PIC 9(9)V99.
       01 WS-YEAR-STATE-WAGES PIC 9(9)V99.
       01 WS-YEAR-LOCAL-WAGES PIC 9(9)V99.
       01 WS-YEAR-FICA-WAGES  PIC 9(9)V99.
       01 WS-YEAR-SOCSEC      PIC 9(9)V99.
       01 WS-YEAR-MEDICARE    PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   TO YE-Q-RETIRE(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-RETIRE-MATCH
                   TO YE-Q-MATCH(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-SOCSEC-TAX
                   TO YE-Q-SOCSEC(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-MEDICARE-TAX
                   TO YE-Q-MEDICARE(WS-ENTRY-SUB WS-QUARTER)
               PERFORM ACCUMULATE-TAXABLE-WAGES
           END-IF.

       ACCUMULATE-TAXABLE-WAGES.
           IF PH-FICA-WAGES = ZERO AND PH-FEDERAL-WAGES = ZERO
               ADD PH-GROSS-PAY
                   TO YE-Q-FED-WAGES(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-GROSS-PAY
                   TO YE-Q-STATE-WAGES(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-GROSS-PAY
                   TO YE-Q-LOCAL-WAGES(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-GROSS-PAY
                   TO YE-Q-FICA-WAGES(WS-ENTRY-SUB WS-QUARTER)
           ELSE
               ADD PH-FEDERAL-WAGES
                   TO YE-Q-FED-WAGES(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-STATE-WAGES
                   TO YE-Q-STATE-WAGES(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-LOCAL-WAGES
                   TO YE-Q-LOCAL-WAGES(WS-ENTRY-SUB WS-QUARTER)
               ADD PH-FICA-WAGES
                   TO YE-Q-FICA-WAGES(WS-ENTRY-SUB WS-QUARTER)
           END-IF.

       FIND-EMPLOYEE-ENTRY.
                       MOVE 0 TO YE-Q-LOCAL(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO YE-Q-RETIRE(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO YE-Q-MATCH(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO
                           YE-Q-FED-WAGES(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO
                           YE-Q-STATE-WAGES(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO
                           YE-Q-LOCAL-WAGES(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO
                           YE-Q-FICA-WAGES(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO YE-Q-SOCSEC(WS-ENTRY-SUB WS-QSUB)
                       MOVE 0 TO YE-Q-MEDICARE(WS-ENTRY-SUB WS-QSUB)
                   END-PERFORM
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
       PRINT-EMPLOYEE-SUMMARY.
           MOVE 0 TO WS-YEAR-GROSS WS-YEAR-FEDERAL
               WS-YEAR-STATE WS-YEAR-LOCAL
               WS-YEAR-RETIRE WS-YEAR-MATCH
               WS-YEAR-FED-WAGES WS-YEAR-STATE-WAGES
               WS-YEAR-LOCAL-WAGES WS-YEAR-FICA-WAGES
               WS-YEAR-SOCSEC WS-YEAR-MEDICARE.
           DISPLAY " ".
           DISPLAY "EMPLOYEE " YE-EMPLOYEE-ID(WS-SUB).
           DISPLAY "QTR   GROSS         FEDERAL       STATE"
               ADD YE-Q-LOCAL(WS-SUB WS-QSUB)   TO WS-YEAR-LOCAL
               ADD YE-Q-RETIRE(WS-SUB WS-QSUB)  TO WS-YEAR-RETIRE
               ADD YE-Q-MATCH(WS-SUB WS-QSUB)   TO WS-YEAR-MATCH
               ADD YE-Q-FED-WAGES(WS-SUB WS-QSUB)
                   TO WS-YEAR-FED-WAGES
               ADD YE-Q-STATE-WAGES(WS-SUB WS-QSUB)
                   TO WS-YEAR-STATE-WAGES
               ADD YE-Q-LOCAL-WAGES(WS-SUB WS-QSUB)
                   TO WS-YEAR-LOCAL-WAGES
               ADD YE-Q-FICA-WAGES(WS-SUB WS-QSUB)
                   TO WS-YEAR-FICA-WAGES
               ADD YE-Q-SOCSEC(WS-SUB WS-QSUB)   TO WS-YEAR-SOCSEC
               ADD YE-Q-MEDICARE(WS-SUB WS-QSUB) TO WS-YEAR-MEDICARE
           END-PERFORM.
           DISPLAY "YEAR  "
               WS-YEAR-GROSS "  " WS-YEAR-FEDERAL "  "
               WS-YEAR-STATE "  " WS-YEAR-LOCAL.
           DISPLAY "TAXABLE WAGES - FEDERAL: " WS-YEAR-FED-WAGES
               "  STATE: " WS-YEAR-STATE-WAGES
               "  LOCAL: " WS-YEAR-LOCAL-WAGES.
           DISPLAY "SOC SEC/MEDICARE WAGES: " WS-YEAR-FICA-WAGES
               "  SOC SEC W/H: " WS-YEAR-SOCSEC
               "  MEDICARE W/H: " WS-YEAR-MEDICARE.
           DISPLAY "RETIREMENT DEDUCTION: " WS-YEAR-RETIRE
               "  EMPLOYER MATCH: " WS-YEAR-MATCH.
