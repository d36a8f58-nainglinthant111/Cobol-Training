                       END-IF
                   END-PERFORM
                   PERFORM ROLL-TO-BUSINESS-DAY
               WHEN "P"
                   PERFORM STEP-BACK-ONE-DAY
                   PERFORM ROLL-BACK-TO-BUSINESS-DAY
               WHEN "C"
                   MOVE 0 TO WS-COUNT-DONE
                   PERFORM UNTIL WS-COUNT-DONE >= LS-DAY-COUNT
                       PERFORM STEP-ONE-DAY
                       ADD 1 TO WS-COUNT-DONE
                   END-PERFORM
               WHEN OTHER
                   PERFORM ROLL-TO-BUSINESS-DAY
           END-EVALUATE.
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       ROLL-BACK-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-BUSINESS-FLAG = "Y"
               PERFORM STEP-BACK-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       STEP-BACK-ONE-DAY.
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH = 1
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               PERFORM SET-MONTH-LENGTH
               MOVE WS-MAX-DAY TO WS-WORK-DAY
           END-IF.

       STEP-ONE-DAY.
           PERFORM SET-MONTH-LENGTH.
           IF WS-WORK-DAY >= WS-MAX-DAY
