       01 CSV-EXPORT-AREA.
           02 EX-FIELD-TYPE       PIC X.
             88 EX-TEXT-FIELD     VALUE "T".
             88 EX-AMOUNT-FIELD   VALUE "A".
             88 EX-RATE-FIELD     VALUE "R".
             88 EX-NUMBER-FIELD   VALUE "N".
           02 EX-TEXT             PIC X(60).
           02 EX-AMOUNT           PIC S9(11)V9(4).
           02 EX-ROW-LENGTH       PIC 9(4).
           02 EX-ROW              PIC X(600).
