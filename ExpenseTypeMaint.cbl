       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-TYPE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExpenseTypeFile ASSIGN TO "exptypes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ExpenseTypeFile.
       COPY "ExpenseType.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TYPE-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-TYPE-VALID       PIC X.
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "EXPENSE-TYPE-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD EXPENSE TYPES, L=LIST "
               "EXPENSE TYPES): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-TYPES
               WHEN MODE-LIST
                   PERFORM LIST-TYPES
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-TYPES.
           OPEN EXTEND ExpenseTypeFile.
           IF WS-TYPE-STATUS = "05" OR WS-TYPE-STATUS = "35"
               OPEN OUTPUT ExpenseTypeFile
           END-IF.
           IF WS-TYPE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXPENSE TYPE FILE: "
                   "STATUS " WS-TYPE-STATUS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   DISPLAY "ENTER EXPENSE TYPE "
                       "(E.G. MILE, TRVL, MEAL): "
                   ACCEPT XT-EXPENSE-TYPE
                   DISPLAY "ENTER DESCRIPTION: "
                   ACCEPT XT-DESCRIPTION
                   DISPLAY "ENTER LIMIT PER CLAIM (99999.99): "
                   ACCEPT XT-CLAIM-LIMIT
                   DISPLAY "ENTER RATE PER MILE (9.999, 0=CLAIM "
                       "IS KEYED AS AN AMOUNT): "
                   ACCEPT XT-MILEAGE-RATE
                   DISPLAY "RECEIPT REQUIRED OVER (99999.99, "
                       "0=ALWAYS): "
                   ACCEPT XT-RECEIPT-OVER
                   DISPLAY "ENTER GL EXPENSE ACCOUNT (9999): "
                   ACCEPT XT-GL-ACCOUNT
                   PERFORM CHECK-TYPE-ENTRY
                   IF WS-TYPE-VALID = "N"
                       DISPLAY "INVALID EXPENSE TYPE ENTRY - "
                           "TYPE REJECTED"
                   ELSE
                       WRITE EXPENSE-TYPE-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       DISPLAY "EXPENSE TYPE ADDED: "
                           XT-EXPENSE-TYPE
                   END-IF
                   DISPLAY "ADD ANOTHER TYPE (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               CLOSE ExpenseTypeFile
           END-IF.

       CHECK-TYPE-ENTRY.
           MOVE "Y" TO WS-TYPE-VALID.
           IF XT-EXPENSE-TYPE = SPACES
               MOVE "N" TO WS-TYPE-VALID
           END-IF.
           IF XT-CLAIM-LIMIT = ZERO
               MOVE "N" TO WS-TYPE-VALID
           END-IF.
           IF XT-GL-ACCOUNT = ZERO
               MOVE "N" TO WS-TYPE-VALID
           END-IF.

       LIST-TYPES.
           OPEN INPUT ExpenseTypeFile.
           IF WS-TYPE-STATUS NOT = "00"
               DISPLAY "EXPENSE TYPE FILE NOT FOUND."
           ELSE
               DISPLAY "TYPE  DESCRIPTION           "
                   "LIMIT     MILE RATE RECEIPT OVER ACCT"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ExpenseTypeFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY XT-EXPENSE-TYPE "  "
                               XT-DESCRIPTION "  "
                               XT-CLAIM-LIMIT "  "
                               XT-MILEAGE-RATE "     "
                               XT-RECEIPT-OVER "     "
                               XT-GL-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ExpenseTypeFile
           END-IF.
