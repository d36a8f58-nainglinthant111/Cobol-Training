       01 WORK-RULE-RECORD.
           02 WR-ITEM-TYPE        PIC XX.
           02 WR-DESCRIPTION      PIC X(24).
           02 WR-MIN-LEVEL        PIC 9.
           02 WR-ASSIGNEE-ID      PIC X(10).
           02 WR-PROGRAM          PIC X(20).
           02 WR-AGE-LIMIT        PIC 9(3).
           02 WR-MANAGER-ID       PIC X(10).
