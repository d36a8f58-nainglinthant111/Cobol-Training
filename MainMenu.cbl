       01 WS-Lock-Result      PIC X.
       01 WS-Locks-Held       PIC 9 VALUE 0.
       01 WS-Refused          PIC X.
       01 WS-Jump-Program     PIC X(20).

       01 WS-Operator-ID      PIC X(10).
       01 WS-Password         PIC X(10).
                   WHEN "U"
                   WHEN "u"
                       PERFORM CLEAR-ALL-LOCKS
                   WHEN "W"
                   WHEN "w"
                       PERFORM RUN-WORK-QUEUE
                   WHEN OTHER
                       PERFORM RUN-SELECTED-OPTION
               END-EVALUATE
                       WS-Opt-Title(WS-Opt-Sub)
               END-IF
           END-PERFORM.
           DISPLAY "  W  MY WORK QUEUE".
           DISPLAY "  U  CLEAR STALE FILE LOCKS".
           DISPLAY "  X  EXIT".
           DISPLAY "ENTER SELECTION: ".
               IF WS-Opt-Found = "N"
                   DISPLAY "INVALID SELECTION."
               ELSE
                   PERFORM RUN-MENU-OPTION
               END-IF
           END-IF.

       RUN-MENU-OPTION.
           IF WS-Opt-Level(WS-Opt-Sub) > WS-Operator-Level
               DISPLAY "SELECTION REQUIRES OPERATOR LEVEL "
                   WS-Opt-Level(WS-Opt-Sub)
                   " - REQUEST REFUSED"
           ELSE
               PERFORM ACQUIRE-OPTION-LOCKS
               IF WS-Refused = "Y"
                   PERFORM RELEASE-OPTION-LOCKS
               ELSE
                   CALL WS-Opt-Program(WS-Opt-Sub)
                       ON EXCEPTION
                           DISPLAY "PROGRAM "
                               WS-Opt-Program(WS-Opt-Sub)
                               " COULD NOT BE CALLED"
                   END-CALL
                   PERFORM RELEASE-OPTION-LOCKS
               END-IF
           END-IF.

       RUN-WORK-QUEUE.
           MOVE SPACES TO WS-Jump-Program.
           CALL "WORK-QUEUE" USING WS-Operator-ID WS-Operator-Level
               WS-Jump-Program
               ON EXCEPTION
                   DISPLAY "PROGRAM WORK-QUEUE COULD NOT BE CALLED"
           END-CALL.
           IF WS-Jump-Program NOT = SPACES
               PERFORM FIND-MENU-PROGRAM
               IF WS-Opt-Found = "Y"
                   PERFORM RUN-MENU-OPTION
               ELSE
                   DISPLAY "PROGRAM " WS-Jump-Program " NOT ON MENU"
               END-IF
           END-IF.

       FIND-MENU-PROGRAM.
           MOVE "N" TO WS-Opt-Found.
           PERFORM VARYING WS-Opt-Sub FROM 1 BY 1
                   UNTIL WS-Opt-Sub > WS-Opt-Count
                   OR WS-Opt-Found = "Y"
               IF WS-Opt-Program(WS-Opt-Sub) = WS-Jump-Program
                   MOVE "Y" TO WS-Opt-Found
               END-IF
           END-PERFORM.
           IF WS-Opt-Found = "Y"
               SUBTRACT 1 FROM WS-Opt-Sub
           END-IF.

       FIND-MENU-OPTION.
