       01 WAREHOUSE-RECORD.
           02 WH-WAREHOUSE-CODE   PIC X(2).
           02 WH-NAME             PIC X(20).
           02 WH-STATUS           PIC X.
