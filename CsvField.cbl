       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-FIELD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AMOUNT-2         PIC S9(11)V99.
       01 WS-EDIT-AMOUNT      PIC -(11)9.99.
       01 WS-EDIT-RATE        PIC -(11)9.9(4).
       01 WS-EDIT-NUMBER      PIC -(14)9.
       01 WS-EDITED           PIC X(20).
       01 WS-FIRST            PIC 99.
       01 WS-LAST             PIC 99.
       01 WS-SUB              PIC 99.
       01 WS-QUOTES           PIC 99.
       01 WS-COMMAS           PIC 99.
       01 WS-QUOTE            PIC X VALUE '"'.
       01 WS-CHAR             PIC X.
       01 WS-ROW-MAX          PIC 9(4) VALUE 600.

       LINKAGE SECTION.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION USING CSV-EXPORT-AREA.
           IF EX-ROW-LENGTH > 0
               MOVE "," TO WS-CHAR
               PERFORM APPEND-CHARACTER
           END-IF.

           EVALUATE TRUE
               WHEN EX-AMOUNT-FIELD
                   COMPUTE WS-AMOUNT-2 ROUNDED = EX-AMOUNT
                   MOVE WS-AMOUNT-2 TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO WS-EDITED
                   PERFORM APPEND-EDITED
               WHEN EX-RATE-FIELD
                   MOVE EX-AMOUNT TO WS-EDIT-RATE
                   MOVE WS-EDIT-RATE TO WS-EDITED
                   PERFORM APPEND-EDITED
               WHEN EX-NUMBER-FIELD
                   MOVE EX-AMOUNT TO WS-EDIT-NUMBER
                   MOVE WS-EDIT-NUMBER TO WS-EDITED
                   PERFORM APPEND-EDITED
               WHEN OTHER
                   PERFORM APPEND-TEXT
           END-EVALUATE.

           MOVE SPACES TO EX-TEXT.
           MOVE 0 TO EX-AMOUNT.
           EXIT PROGRAM.

       APPEND-EDITED.
           MOVE 0 TO WS-FIRST.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 20 OR WS-FIRST > 0
               IF WS-EDITED(WS-SUB:1) NOT = SPACE
                   MOVE WS-SUB TO WS-FIRST
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM WS-FIRST BY 1
                   UNTIL WS-SUB > 20
                       OR WS-EDITED(WS-SUB:1) = SPACE
               MOVE WS-EDITED(WS-SUB:1) TO WS-CHAR
               PERFORM APPEND-CHARACTER
           END-PERFORM.

       APPEND-TEXT.
           MOVE 0 TO WS-FIRST WS-LAST.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 60
               IF EX-TEXT(WS-SUB:1) NOT = SPACE
                   IF WS-FIRST = 0
                       MOVE WS-SUB TO WS-FIRST
                   END-IF
                   MOVE WS-SUB TO WS-LAST
               END-IF
           END-PERFORM.
           IF WS-FIRST > 0
               MOVE 0 TO WS-QUOTES WS-COMMAS
               INSPECT EX-TEXT TALLYING WS-QUOTES FOR ALL '"'
                   WS-COMMAS FOR ALL ","
               IF WS-QUOTES > 0 OR WS-COMMAS > 0
                   MOVE WS-QUOTE TO WS-CHAR
                   PERFORM APPEND-CHARACTER
               END-IF
               PERFORM VARYING WS-SUB FROM WS-FIRST BY 1
                       UNTIL WS-SUB > WS-LAST
                   MOVE EX-TEXT(WS-SUB:1) TO WS-CHAR
                   PERFORM APPEND-CHARACTER
                   IF WS-CHAR = WS-QUOTE
                       PERFORM APPEND-CHARACTER
                   END-IF
               END-PERFORM
               IF WS-QUOTES > 0 OR WS-COMMAS > 0
                   MOVE WS-QUOTE TO WS-CHAR
                   PERFORM APPEND-CHARACTER
               END-IF
           ELSE
               IF EX-ROW-LENGTH = 0
                   MOVE WS-QUOTE TO WS-CHAR
                   PERFORM APPEND-CHARACTER
                   PERFORM APPEND-CHARACTER
               END-IF
           END-IF.

       APPEND-CHARACTER.
           IF EX-ROW-LENGTH < WS-ROW-MAX
               ADD 1 TO EX-ROW-LENGTH
               MOVE WS-CHAR TO EX-ROW(EX-ROW-LENGTH:1)
           END-IF.
