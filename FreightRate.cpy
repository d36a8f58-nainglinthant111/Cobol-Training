       01 FREIGHT-RATE-RECORD.
           02 FR-RECORD-TYPE      PIC X.
           02 FR-ZONE             PIC 9.
           02 FR-MAX-WEIGHT       PIC 9(5)V9.
           02 FR-RATE             PIC 9(5)V99.
       01 FREIGHT-ZONE-RECORD REDEFINES FREIGHT-RATE-RECORD.
           02 FILLER              PIC X.
           02 FZ-ZONE             PIC 9.
           02 FZ-STATE-CODE       PIC XX.
           02 FILLER              PIC X(11).
