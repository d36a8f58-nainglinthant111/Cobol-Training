       01 WS-DIFF-FEDERAL     PIC 9(7)V99.
       01 WS-DIFF-STATE       PIC 9(7)V99.
       01 WS-DIFF-LOCAL       PIC 9(7)V99.
       01 WS-DIFF-SOCSEC      PIC 9(7)V99.
       01 WS-DIFF-MEDICARE    PIC 9(7)V99.
       01 WS-FICA-WAGES       PIC 9(7)V99.
       01 WS-YTD-WAGES        PIC 9(9)V99 VALUE 0.
       01 WS-HISTORY-EOF      PIC X VALUE "N".
       01 WS-DIFF-NET         PIC 9(7)V99.
       01 WS-FULL-NAME        PIC X(21).
       01 WS-RETRO-COUNT      PIC 9(5) VALUE 0.
               GOBACK
           END-IF.

           PERFORM LOAD-YTD-WAGES.

           OPEN EXTEND PayslipFile.
           IF WS-PAYSLIP-STATUS = "05" OR WS-PAYSLIP-STATUS = "35"
               OPEN OUTPUT PayslipFile

           GOBACK.

       LOAD-YTD-WAGES.
           OPEN INPUT PayrollHistoryFile.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ PayrollHistoryFile
                       AT END
                           MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           IF PH-EMPLOYEE-ID = WS-EMPLOYEE-ID
                                   AND PH-PAY-DATE(1:4)
                                       = WS-START-DATE(1:4)
                               PERFORM ADD-YTD-FICA-WAGES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PayrollHistoryFile
           END-IF.

       ADD-YTD-FICA-WAGES.
           IF PH-FICA-WAGES = ZERO AND PH-FEDERAL-WAGES = ZERO
               ADD PH-GROSS-PAY TO WS-YTD-WAGES
           ELSE
               ADD PH-FICA-WAGES TO WS-YTD-WAGES
           END-IF.

       LOAD-PAY-PERIODS.
           OPEN INPUT PayPeriodFile.
           IF WS-PERIOD-STATUS NOT = "00"
               WS-DIFF-GROSS * EM-STATE-WITHHOLDING-RATE.
           COMPUTE WS-DIFF-LOCAL ROUNDED =
               WS-DIFF-GROSS * EM-LOCAL-WITHHOLDING-RATE.
           MOVE WS-DIFF-GROSS TO WS-FICA-WAGES.
           CALL "FICA-WITHHOLD" USING WS-YTD-WAGES WS-FICA-WAGES
               WS-DIFF-SOCSEC WS-DIFF-MEDICARE.
           ADD WS-FICA-WAGES TO WS-YTD-WAGES.
           COMPUTE WS-DIFF-NET =
               WS-DIFF-GROSS - WS-DIFF-FEDERAL
             - WS-DIFF-STATE - WS-DIFF-LOCAL
             - WS-DIFF-SOCSEC - WS-DIFF-MEDICARE.

           CALL "NAME-JOIN" USING EM-FIRST-NAME EM-LAST-NAME
               WS-FULL-NAME.
           MOVE WS-DIFF-FEDERAL TO PS-FEDERAL-TAX.
           MOVE WS-DIFF-STATE  TO PS-STATE-TAX.
           MOVE WS-DIFF-LOCAL  TO PS-LOCAL-TAX.
           MOVE WS-DIFF-SOCSEC TO PS-SOCSEC-TAX.
           MOVE WS-DIFF-MEDICARE TO PS-MEDICARE-TAX.
           MOVE WS-DIFF-NET    TO PS-NET-PAY.
           MOVE "R"            TO PS-PAY-TYPE.
           MOVE WS-CARD-PERIOD TO PS-PERIOD-NUMBER.
           MOVE WS-FICA-WAGES  TO PS-FEDERAL-WAGES PS-STATE-WAGES
               PS-LOCAL-WAGES PS-FICA-WAGES.
           WRITE PAYSLIP-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

           MOVE WS-DIFF-FEDERAL TO PH-FEDERAL-TAX.
           MOVE WS-DIFF-STATE  TO PH-STATE-TAX.
           MOVE WS-DIFF-LOCAL  TO PH-LOCAL-TAX.
           MOVE WS-DIFF-SOCSEC TO PH-SOCSEC-TAX.
           MOVE WS-DIFF-MEDICARE TO PH-MEDICARE-TAX.
           MOVE WS-DIFF-NET    TO PH-NET-PAY.
           MOVE "R"            TO PH-PAY-TYPE.
           MOVE WS-FICA-WAGES  TO PH-FEDERAL-WAGES PH-STATE-WAGES
               PH-LOCAL-WAGES PH-FICA-WAGES.
           WRITE PAYROLL-HISTORY-RECORD.

           ADD 1 TO WS-RETRO-COUNT.
