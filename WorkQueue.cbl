       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-QUEUE INITIAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "WorkQueue.cpy".

       01 WS-Shown-Table.
           02 WS-Shown-Count PIC 9(4) VALUE 0.
           02 WS-Shown-Item OCCURS 2000 TIMES PIC 9(4).
       01 WS-Sub              PIC 9(4).
       01 WS-Rule-Sub         PIC 99.
       01 WS-Pick             PIC 9(4).
       01 WS-Visible          PIC X.
       01 WS-Over-Count       PIC 9(4) VALUE 0.
       01 WS-Type-Items       PIC 9(4).
       01 WS-Type-Over        PIC 9(4).
       01 WS-Flag             PIC X(8).

       01 WS-Program-Name      PIC X(20) VALUE "WORK-QUEUE".
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 LS-OPERATOR-ID      PIC X(10).
       01 LS-OPERATOR-LEVEL   PIC 9.
       01 LS-JUMP-PROGRAM     PIC X(20).

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-LEVEL
               LS-JUMP-PROGRAM.
           MOVE SPACES TO LS-JUMP-PROGRAM.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.

           CALL "WORK-QUEUE-SCAN" USING WORK-QUEUE-AREA.

           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WQ-ITEM-COUNT
               PERFORM CHECK-ITEM-VISIBLE
               IF WS-Visible = "Y"
                   ADD 1 TO WS-Shown-Count
                   MOVE WS-Sub TO WS-Shown-Item(WS-Shown-Count)
               END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "WORK QUEUE FOR " LS-OPERATOR-ID
               " (LEVEL " LS-OPERATOR-LEVEL ") AS OF " WQ-TODAY.
           PERFORM SHOW-QUEUE-SUMMARY.
           PERFORM VARYING WS-Sub FROM 1 BY 1
                   UNTIL WS-Sub > WQ-NOTE-COUNT
               DISPLAY "NOTE: " WQ-NOTE(WS-Sub)
           END-PERFORM.
           IF WQ-ITEM-DROPPED > 0
               DISPLAY "NOTE: " WQ-ITEM-DROPPED
                   " ITEM(S) NOT LISTED - QUEUE TABLE FULL"
           END-IF.

           IF WS-Shown-Count = 0
               DISPLAY "NO OPEN ITEMS IN YOUR WORK QUEUE."
           ELSE
               PERFORM SHOW-QUEUE-ITEMS
               PERFORM PICK-QUEUE-ITEM
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name LS-OPERATOR-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           GOBACK.

       CHECK-ITEM-VISIBLE.
           MOVE "N" TO WS-Visible.
           MOVE WQ-ITEM-RULE(WS-Sub) TO WS-Rule-Sub.
           EVALUATE TRUE
               WHEN WQ-ITEM-OWNER(WS-Sub) = LS-OPERATOR-ID
                   MOVE "Y" TO WS-Visible
               WHEN WQ-RULE-ASSIGNEE(WS-Rule-Sub) NOT = SPACES
                   IF WQ-RULE-ASSIGNEE(WS-Rule-Sub) = LS-OPERATOR-ID
                       MOVE "Y" TO WS-Visible
                   END-IF
               WHEN WQ-RULE-LEVEL(WS-Rule-Sub) <= LS-OPERATOR-LEVEL
                   MOVE "Y" TO WS-Visible
           END-EVALUATE.

       SHOW-QUEUE-SUMMARY.
           DISPLAY "TYPE                      OPEN  OVER  LIMIT".
           DISPLAY "-------------------------------------------".
           PERFORM VARYING WS-Rule-Sub FROM 1 BY 1
                   UNTIL WS-Rule-Sub > WQ-RULE-COUNT
               MOVE 0 TO WS-Type-Items WS-Type-Over
               PERFORM VARYING WS-Sub FROM 1 BY 1
                       UNTIL WS-Sub > WS-Shown-Count
                   IF WQ-ITEM-RULE(WS-Shown-Item(WS-Sub))
                           = WS-Rule-Sub
                       ADD 1 TO WS-Type-Items
                       IF WQ-ITEM-AGE(WS-Shown-Item(WS-Sub))
                               > WQ-RULE-LIMIT(WS-Rule-Sub)
                           ADD 1 TO WS-Type-Over
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Type-Items > 0
                   DISPLAY WQ-RULE-DESC(WS-Rule-Sub) "  "
                       WS-Type-Items "  " WS-Type-Over "   "
                       WQ-RULE-LIMIT(WS-Rule-Sub)
                   ADD WS-Type-Over TO WS-Over-Count
               END-IF
           END-PERFORM.
           DISPLAY "-------------------------------------------".
           DISPLAY "OPEN ITEMS: " WS-Shown-Count
               "   OVER AGE LIMIT: " WS-Over-Count.

       SHOW-QUEUE-ITEMS.
           DISPLAY " ".
           DISPLAY "NO   TYPE                     KEY             "
               "DATE       AGE FLAG".
           DISPLAY "------------------------------------------------"
               "--------------------------".
           PERFORM VARYING WS-Pick FROM 1 BY 1
                   UNTIL WS-Pick > WS-Shown-Count
               MOVE WS-Shown-Item(WS-Pick) TO WS-Sub
               MOVE WQ-ITEM-RULE(WS-Sub) TO WS-Rule-Sub
               MOVE SPACES TO WS-Flag
               IF WQ-ITEM-AGE(WS-Sub) > WQ-RULE-LIMIT(WS-Rule-Sub)
                   MOVE "OVERDUE" TO WS-Flag
               END-IF
               IF WQ-ITEM-OWNER(WS-Sub) = LS-OPERATOR-ID
                   IF WS-Flag = SPACES
                       MOVE "MINE" TO WS-Flag
                   ELSE
                       MOVE "OVD MINE" TO WS-Flag
                   END-IF
               END-IF
               DISPLAY WS-Pick " " WQ-RULE-DESC(WS-Rule-Sub) " "
                   WQ-ITEM-KEY(WS-Sub) " " WQ-ITEM-DATE(WS-Sub) " "
                   WQ-ITEM-AGE(WS-Sub) " " WS-Flag
               DISPLAY "     " WQ-ITEM-DETAIL(WS-Sub)
           END-PERFORM.

       PICK-QUEUE-ITEM.
           DISPLAY "ENTER ITEM NUMBER TO WORK (0 = RETURN TO MENU): ".
           ACCEPT WS-Pick.
           EVALUATE TRUE
               WHEN WS-Pick = 0
                   CONTINUE
               WHEN WS-Pick > WS-Shown-Count
                   DISPLAY "INVALID ITEM NUMBER."
               WHEN OTHER
                   MOVE WS-Shown-Item(WS-Pick) TO WS-Sub
                   MOVE WQ-ITEM-RULE(WS-Sub) TO WS-Rule-Sub
                   MOVE WQ-RULE-PROGRAM(WS-Rule-Sub)
                       TO LS-JUMP-PROGRAM
                   DISPLAY "WORKING " WQ-RULE-DESC(WS-Rule-Sub)
                       " " WQ-ITEM-KEY(WS-Sub)
                   DISPLAY "  " WQ-ITEM-DETAIL(WS-Sub)
                   DISPLAY "STARTING " LS-JUMP-PROGRAM
           END-EVALUATE.
