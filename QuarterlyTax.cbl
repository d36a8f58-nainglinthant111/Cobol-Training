             03 WS-M-LOCAL    PIC 9(9)V99.
             03 WS-M-EMP-FICA PIC 9(9)V99.
             03 WS-M-EMP-UNEMP PIC 9(9)V99.
             03 WS-M-SOCSEC   PIC 9(9)V99.
             03 WS-M-MEDICARE PIC 9(9)V99.
       01 WS-MSUB             PIC 9.

       01 WS-Q-GROSS          PIC 9(9)V99 VALUE 0.
       01 WS-Q-LOCAL          PIC 9(9)V99 VALUE 0.
       01 WS-Q-EMP-FICA       PIC 9(9)V99 VALUE 0.
       01 WS-Q-EMP-UNEMP      PIC 9(9)V99 VALUE 0.
       01 WS-Q-SOCSEC         PIC 9(9)V99 VALUE 0.
       01 WS-Q-MEDICARE       PIC 9(9)V99 VALUE 0.
       01 WS-FEDERAL-DEPOSIT  PIC 9(9)V99.
       01 WS-RECORD-COUNT     PIC 9(6) VALUE 0.
       01 WS-MONTH-EDIT       PIC 99.
               MOVE 0 TO WS-M-LOCAL(WS-MSUB)
               MOVE 0 TO WS-M-EMP-FICA(WS-MSUB)
               MOVE 0 TO WS-M-EMP-UNEMP(WS-MSUB)
               MOVE 0 TO WS-M-SOCSEC(WS-MSUB)
               MOVE 0 TO WS-M-MEDICARE(WS-MSUB)
           END-PERFORM.

           OPEN INPUT PayrollHistoryFile.
           ADD PH-LOCAL-TAX      TO WS-M-LOCAL(WS-MONTH-SLOT).
           ADD PH-EMPLOYER-FICA  TO WS-M-EMP-FICA(WS-MONTH-SLOT).
           ADD PH-EMPLOYER-UNEMP TO WS-M-EMP-UNEMP(WS-MONTH-SLOT).
           ADD PH-SOCSEC-TAX     TO WS-M-SOCSEC(WS-MONTH-SLOT).
           ADD PH-MEDICARE-TAX   TO WS-M-MEDICARE(WS-MONTH-SLOT).
           ADD PH-GROSS-PAY      TO WS-Q-GROSS.
           ADD PH-FEDERAL-TAX    TO WS-Q-FEDERAL.
           ADD PH-STATE-TAX      TO WS-Q-STATE.
           ADD PH-LOCAL-TAX      TO WS-Q-LOCAL.
           ADD PH-EMPLOYER-FICA  TO WS-Q-EMP-FICA.
           ADD PH-EMPLOYER-UNEMP TO WS-Q-EMP-UNEMP.
           ADD PH-SOCSEC-TAX     TO WS-Q-SOCSEC.
           ADD PH-MEDICARE-TAX   TO WS-Q-MEDICARE.

       PRINT-QUARTERLY-REPORT.
           DISPLAY " ".
               DISPLAY "QTR    " WS-Q-GROSS "  " WS-Q-FEDERAL "  "
                   WS-Q-STATE "  " WS-Q-LOCAL
               DISPLAY " "
               DISPLAY "MONTH  SOCIAL SEC    MEDICARE"
               PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 3
                   COMPUTE WS-MONTH-EDIT =
                       WS-FIRST-MONTH + WS-MSUB - 1
                   DISPLAY WS-MONTH-EDIT "     "
                       WS-M-SOCSEC(WS-MSUB) "  "
                       WS-M-MEDICARE(WS-MSUB)
               END-PERFORM
               DISPLAY "--------------------------------------------"
               DISPLAY "QTR    " WS-Q-SOCSEC "  " WS-Q-MEDICARE
               DISPLAY " "
               DISPLAY "DEPOSITS DUE BY JURISDICTION"
               COMPUTE WS-FEDERAL-DEPOSIT =
                   WS-Q-FEDERAL + WS-Q-SOCSEC + WS-Q-MEDICARE
                 + WS-Q-EMP-FICA + WS-Q-EMP-UNEMP
               DISPLAY "FEDERAL (W/H + FICA + UNEMP)         : "
                   WS-FEDERAL-DEPOSIT
               DISPLAY "  EMPLOYEE WITHHOLDING : " WS-Q-FEDERAL
               DISPLAY "  EMPLOYEE SOCIAL SEC  : " WS-Q-SOCSEC
               DISPLAY "  EMPLOYEE MEDICARE    : " WS-Q-MEDICARE
               DISPLAY "  EMPLOYER FICA MATCH  : " WS-Q-EMP-FICA
               DISPLAY "  EMPLOYER UNEMPLOYMENT: " WS-Q-EMP-UNEMP
               DISPLAY "STATE WITHHOLDING DEPOSIT            : "
