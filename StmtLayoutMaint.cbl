       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMT-LAYOUT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LayoutFile ASSIGN TO "stmtlayout.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Layout-Status.

       DATA DIVISION.
       FILE SECTION.
       FD LayoutFile.
       COPY "StmtLayout.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Layout-Status    PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-DELETE     VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-ANSWER           PIC X.
       01 WS-LINE-OK          PIC X.

       01 WS-Layout-Table.
           02 WS-Lay-Count PIC 9(3) VALUE 0.
           02 WS-Lay-Entry OCCURS 500 TIMES.
             03 WS-Lay-Key    PIC X(5).
             03 WS-Lay-Rest   PIC X(41).
       01 WS-Lay-Sub          PIC 9(3).
       01 WS-Lay-Found        PIC X.
       01 WS-Lay-Swap         PIC X(46).
       01 WS-Sort-I           PIC 9(3).
       01 WS-Sort-J           PIC 9(3).
       01 WS-Changed          PIC X VALUE "N".

       01 WS-STATEMENT-IN     PIC X.
       01 WS-LINE-NO-IN       PIC 9(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "STMT-LAYOUT-MAINT".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           02 WS-START-DATE    PIC 9(8).
           02 WS-START-TIME    PIC 9(6).
       01 WS-END-TIMESTAMP.
           02 WS-END-DATE      PIC 9(8).
           02 WS-END-TIME      PIC 9(6).
       01 WS-WRITTEN-COUNT     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           PERFORM LOAD-LAYOUT.
           DISPLAY "SELECT MODE (A=ADD OR REPLACE LINES, D=DELETE "
               "LINES, L=LIST LAYOUT): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM UNTIL WS-End = "N"
                       PERFORM ADD-ONE-LINE
                       DISPLAY "ADD ANOTHER LINE (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
               WHEN MODE-DELETE
                   PERFORM UNTIL WS-End = "N"
                       PERFORM DELETE-ONE-LINE
                       DISPLAY "DELETE ANOTHER LINE (Y/N)? "
                       ACCEPT WS-End
                   END-PERFORM
               WHEN MODE-LIST
                   PERFORM LIST-LAYOUT
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           IF WS-Changed = "Y"
               PERFORM REWRITE-LAYOUT
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOAD-LAYOUT.
           OPEN INPUT LayoutFile.
           IF WS-Layout-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Lay-Count >= 500
                   READ LayoutFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Lay-Count
                           MOVE STMT-LAYOUT-RECORD
                               TO WS-Lay-Entry(WS-Lay-Count)
                   END-READ
               END-PERFORM
               CLOSE LayoutFile
               MOVE "N" TO WS-Eof
           END-IF.

       ACCEPT-KEY.
           DISPLAY "STATEMENT (I=INCOME STATEMENT, B=BALANCE SHEET): ".
           ACCEPT WS-STATEMENT-IN.
           DISPLAY "LINE NUMBER (4 DIGITS, PRINT ORDER): ".
           ACCEPT WS-LINE-NO-IN.
           MOVE SPACES TO STMT-LAYOUT-RECORD.
           MOVE WS-STATEMENT-IN TO FS-STATEMENT.
           MOVE WS-LINE-NO-IN TO FS-LINE-NO.
           MOVE "N" TO WS-Lay-Found.
           PERFORM VARYING WS-Lay-Sub FROM 1 BY 1
                   UNTIL WS-Lay-Sub > WS-Lay-Count
                   OR WS-Lay-Found = "Y"
               IF WS-Lay-Key(WS-Lay-Sub) = FS-KEY
                   MOVE "Y" TO WS-Lay-Found
               END-IF
           END-PERFORM.
           IF WS-Lay-Found = "Y"
               SUBTRACT 1 FROM WS-Lay-Sub
           END-IF.

       ADD-ONE-LINE.
           PERFORM ACCEPT-KEY.
           MOVE "Y" TO WS-LINE-OK.
           MOVE 0 TO FS-ACCOUNT-FROM.
           MOVE 0 TO FS-ACCOUNT-TO.
           MOVE 0 TO FS-TOTAL-LEVEL.
           MOVE "D" TO FS-SIGN.
           IF FS-STATEMENT NOT = "I" AND FS-STATEMENT NOT = "B"
               DISPLAY "STATEMENT MUST BE I OR B - LINE REFUSED"
               MOVE "N" TO WS-LINE-OK
           ELSE
               DISPLAY "LINE TYPE (H=HEADING, A=ACCOUNT RANGE, "
                   "S=SUBTOTAL, E=CURRENT-YEAR EARNINGS, "
                   "R=PRIOR-YEAR EARNINGS NOT CLOSED): "
               ACCEPT FS-LINE-TYPE
               DISPLAY "DESCRIPTION (BLANK HEADING = BLANK LINE): "
               ACCEPT FS-DESCRIPTION
               EVALUATE FS-LINE-TYPE
                   WHEN "H"
                       CONTINUE
                   WHEN "A"
                       PERFORM ACCEPT-RANGE
                       PERFORM ACCEPT-SIGN
                   WHEN "S"
                       PERFORM ACCEPT-LEVEL
                       PERFORM ACCEPT-SIGN
                   WHEN "E"
                   WHEN "R"
                       IF FS-STATEMENT NOT = "B"
                           DISPLAY "EARNINGS LINES BELONG ON THE "
                               "BALANCE SHEET - LINE REFUSED"
                           MOVE "N" TO WS-LINE-OK
                       ELSE
                           PERFORM ACCEPT-SIGN
                       END-IF
                   WHEN OTHER
                       DISPLAY "INVALID LINE TYPE - LINE REFUSED"
                       MOVE "N" TO WS-LINE-OK
               END-EVALUATE
           END-IF.
           IF WS-LINE-OK = "Y"
               PERFORM STORE-LINE
           END-IF.

       ACCEPT-RANGE.
           DISPLAY "FROM ACCOUNT (4 DIGITS): ".
           ACCEPT FS-ACCOUNT-FROM.
           DISPLAY "TO ACCOUNT (4 DIGITS): ".
           ACCEPT FS-ACCOUNT-TO.
           IF FS-ACCOUNT-TO < FS-ACCOUNT-FROM
               DISPLAY "RANGE IS BACKWARDS - LINE REFUSED"
               MOVE "N" TO WS-LINE-OK
           END-IF.

       ACCEPT-LEVEL.
           DISPLAY "SUBTOTAL LEVEL (1-9, HIGHER INCLUDES LOWER): ".
           ACCEPT FS-TOTAL-LEVEL.
           IF FS-TOTAL-LEVEL = 0
               DISPLAY "LEVEL MUST BE 1-9 - LINE REFUSED"
               MOVE "N" TO WS-LINE-OK
           END-IF.

       ACCEPT-SIGN.
           DISPLAY "SIGN (D=PRINT DEBIT BALANCE AS POSITIVE, "
               "C=PRINT CREDIT BALANCE AS POSITIVE): ".
           ACCEPT FS-SIGN.
           IF FS-SIGN NOT = "D" AND FS-SIGN NOT = "C"
               DISPLAY "SIGN MUST BE D OR C - LINE REFUSED"
               MOVE "N" TO WS-LINE-OK
           END-IF.

       STORE-LINE.
           IF WS-Lay-Found = "Y"
               MOVE STMT-LAYOUT-RECORD TO WS-Lay-Entry(WS-Lay-Sub)
               DISPLAY "LINE " FS-STATEMENT FS-LINE-NO " REPLACED."
               MOVE "Y" TO WS-Changed
           ELSE
           IF WS-Lay-Count >= 500
               DISPLAY "LAYOUT TABLE FULL - LINE NOT SAVED"
           ELSE
               ADD 1 TO WS-Lay-Count
               MOVE STMT-LAYOUT-RECORD TO WS-Lay-Entry(WS-Lay-Count)
               DISPLAY "LINE " FS-STATEMENT FS-LINE-NO " ADDED."
               MOVE "Y" TO WS-Changed
           END-IF END-IF.

       DELETE-ONE-LINE.
           PERFORM ACCEPT-KEY.
           IF WS-Lay-Found NOT = "Y"
               DISPLAY "LINE NOT ON LAYOUT."
           ELSE
               MOVE WS-Lay-Entry(WS-Lay-Sub) TO STMT-LAYOUT-RECORD
               DISPLAY "DELETE " FS-LINE-TYPE " " FS-DESCRIPTION
                   " (Y/N)? "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM VARYING WS-Lay-Sub FROM WS-Lay-Sub BY 1
                           UNTIL WS-Lay-Sub >= WS-Lay-Count
                       MOVE WS-Lay-Entry(WS-Lay-Sub + 1)
                           TO WS-Lay-Entry(WS-Lay-Sub)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-Lay-Count
                   MOVE "Y" TO WS-Changed
                   DISPLAY "LINE DELETED."
               END-IF
           END-IF.

       SORT-LAYOUT.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
                   UNTIL WS-Sort-I >= WS-Lay-Count
               PERFORM VARYING WS-Sort-J FROM 1 BY 1
                       UNTIL WS-Sort-J > WS-Lay-Count - WS-Sort-I
                   IF WS-Lay-Key(WS-Sort-J) >
                           WS-Lay-Key(WS-Sort-J + 1)
                       MOVE WS-Lay-Entry(WS-Sort-J) TO WS-Lay-Swap
                       MOVE WS-Lay-Entry(WS-Sort-J + 1)
                           TO WS-Lay-Entry(WS-Sort-J)
                       MOVE WS-Lay-Swap
                           TO WS-Lay-Entry(WS-Sort-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LIST-LAYOUT.
           PERFORM SORT-LAYOUT.
           DISPLAY "ST LINE T DESCRIPTION                    FROM TO  "
               " SG LV".
           PERFORM VARYING WS-Lay-Sub FROM 1 BY 1
                   UNTIL WS-Lay-Sub > WS-Lay-Count
               MOVE WS-Lay-Entry(WS-Lay-Sub) TO STMT-LAYOUT-RECORD
               DISPLAY FS-STATEMENT "  " FS-LINE-NO " " FS-LINE-TYPE
                   " " FS-DESCRIPTION " " FS-ACCOUNT-FROM " "
                   FS-ACCOUNT-TO " " FS-SIGN "  " FS-TOTAL-LEVEL
           END-PERFORM.
           DISPLAY WS-Lay-Count " LAYOUT LINE(S)".

       REWRITE-LAYOUT.
           PERFORM SORT-LAYOUT.
           OPEN OUTPUT LayoutFile.
           IF WS-Layout-Status NOT = "00"
               DISPLAY "UNABLE TO REWRITE LAYOUT FILE: STATUS "
                   WS-Layout-Status
           ELSE
               PERFORM VARYING WS-Lay-Sub FROM 1 BY 1
                       UNTIL WS-Lay-Sub > WS-Lay-Count
                   MOVE WS-Lay-Entry(WS-Lay-Sub) TO STMT-LAYOUT-RECORD
                   WRITE STMT-LAYOUT-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE LayoutFile
               DISPLAY "LAYOUT SAVED - " WS-Lay-Count " LINE(S)"
           END-IF.
