           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".
           88 MODE-UNLOCK     VALUE "U".
           88 MODE-COMPANY    VALUE "C".
       01 WS-Unlock-Id        PIC X(10).
       01 WS-Unlock-Found     PIC X.
       01 WS-Csub             PIC 9.
       01 WS-Sign-On-Status   PIC X.
       01 WS-Supervisor-Level PIC 9 VALUE 2.
       01 WS-Password         PIC X(10).
           END-IF.

           DISPLAY "SELECT MODE (A=ADD OPERATORS, L=LIST, "
               "U=UNLOCK/RESET PASSWORD, C=COMPANY ACCESS): ".
           ACCEPT WS-Mode.

           EVALUATE TRUE
                   PERFORM LIST-OPERATORS
               WHEN MODE-UNLOCK
                   PERFORM UNLOCK-OPERATOR
               WHEN MODE-COMPANY
                   PERFORM CHANGE-COMPANY-ACCESS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.
                   MOVE "N" TO OP-LOCKED-FLAG
                   MOVE SPACES TO OP-PRIOR-PASSWORD(1)
                       OP-PRIOR-PASSWORD(2) OP-PRIOR-PASSWORD(3)
                   PERFORM ACCEPT-COMPANY-ACCESS
                   WRITE OPERATOR-RECORD
                   ADD 1 TO WS-Written-Count
                   DISPLAY "OPERATOR ADDED."
               END-IF
           END-IF.

       ACCEPT-COMPANY-ACCESS.
           DISPLAY "COMPANY ACCESS - UP TO 5 COMPANY CODES, "
               "ALL BLANK = ALL COMPANIES".
           PERFORM VARYING WS-Csub FROM 1 BY 1 UNTIL WS-Csub > 5
               DISPLAY "COMPANY CODE " WS-Csub ": "
               ACCEPT OP-COMPANY(WS-Csub)
           END-PERFORM.

       CHANGE-COMPANY-ACCESS.
           DISPLAY "ENTER OPERATOR ID TO CHANGE: ".
           ACCEPT WS-Unlock-Id.
           MOVE "N" TO WS-Unlock-Found.
           OPEN I-O OperatorFile.
           IF WS-Operator-Status NOT = "00"
               DISPLAY "ERROR OPENING OPERATOR MASTER: STATUS "
                   WS-Operator-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                       OR WS-Unlock-Found = "Y"
                   READ OperatorFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF OP-OPERATOR-ID = WS-Unlock-Id
                               MOVE "Y" TO WS-Unlock-Found
                               DISPLAY "CURRENT ACCESS: "
                                   OP-COMPANY(1) " " OP-COMPANY(2)
                                   " " OP-COMPANY(3) " "
                                   OP-COMPANY(4) " " OP-COMPANY(5)
                               PERFORM ACCEPT-COMPANY-ACCESS
                               REWRITE OPERATOR-RECORD
                               ADD 1 TO WS-Written-Count
                               DISPLAY "OPERATOR " WS-Unlock-Id
                                   " COMPANY ACCESS UPDATED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
               IF WS-Unlock-Found = "N"
                   DISPLAY "OPERATOR " WS-Unlock-Id
                       " NOT ON MASTER"
               END-IF
           END-IF.

       LIST-OPERATORS.
           OPEN INPUT OperatorFile.
           IF WS-Operator-Status NOT = "00"
               DISPLAY "OPERATOR MASTER NOT FOUND."
           ELSE
               DISPLAY "OPERATOR    NAME                  ACT  LVL"
                   "  COMPANIES"
               PERFORM UNTIL WS-Eof = "Y"
                   READ OperatorFile
                       AT END
                           DISPLAY OP-OPERATOR-ID "  "
                               OP-OPERATOR-NAME "  "
                               OP-ACTIVE-FLAG "    "
                               OP-AUTHORITY-LEVEL "    "
                               OP-COMPANY(1) " " OP-COMPANY(2) " "
                               OP-COMPANY(3) " " OP-COMPANY(4) " "
                               OP-COMPANY(5)
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
