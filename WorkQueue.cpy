       01 WORK-QUEUE-AREA.
           02 WQ-TODAY            PIC 9(8).
           02 WQ-RULE-COUNT       PIC 99.
           02 WQ-RULE OCCURS 20 TIMES.
             03 WQ-RULE-TYPE      PIC XX.
             03 WQ-RULE-DESC      PIC X(24).
             03 WQ-RULE-LEVEL     PIC 9.
             03 WQ-RULE-ASSIGNEE  PIC X(10).
             03 WQ-RULE-PROGRAM   PIC X(20).
             03 WQ-RULE-LIMIT     PIC 9(3).
             03 WQ-RULE-MANAGER   PIC X(10).
             03 WQ-RULE-ITEMS     PIC 9(4).
             03 WQ-RULE-OVERDUE   PIC 9(4).
           02 WQ-NOTE-COUNT       PIC 99.
           02 WQ-NOTE OCCURS 10 TIMES PIC X(50).
           02 WQ-ITEM-COUNT       PIC 9(4).
           02 WQ-ITEM-DROPPED     PIC 9(5).
           02 WQ-ITEM OCCURS 2000 TIMES.
             03 WQ-ITEM-RULE      PIC 99.
             03 WQ-ITEM-KEY       PIC X(15).
             03 WQ-ITEM-DATE      PIC 9(8).
             03 WQ-ITEM-AGE       PIC 9(5).
             03 WQ-ITEM-OWNER     PIC X(10).
             03 WQ-ITEM-DETAIL    PIC X(30).
