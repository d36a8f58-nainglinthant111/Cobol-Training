       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION-CODE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeductionCodeFile ASSIGN TO "dedcodes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DeductionCodeFile.
       COPY "DeductionCode.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DEDCODE-STATUS   PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-CODE-VALID       PIC X.
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "DEDUCTION-CODE-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD CODES, L=LIST CODES): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-CODES
               WHEN MODE-LIST
                   PERFORM LIST-CODES
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-CODES.
           OPEN EXTEND DeductionCodeFile.
           IF WS-DEDCODE-STATUS = "05" OR WS-DEDCODE-STATUS = "35"
               OPEN OUTPUT DeductionCodeFile
           END-IF.
           IF WS-DEDCODE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEDUCTION CODE FILE: "
                   "STATUS " WS-DEDCODE-STATUS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   DISPLAY "ENTER DEDUCTION CODE "
                       "(RETR=RETIREMENT, INSR=INSURANCE): "
                   ACCEPT DC-DEDUCTION-CODE
                   DISPLAY "ENTER DESCRIPTION: "
                   ACCEPT DC-DESCRIPTION
                   DISPLAY "PRE-TAX FOR FEDERAL INCOME TAX (Y/N)? "
                   ACCEPT DC-PRETAX-FEDERAL
                   DISPLAY "PRE-TAX FOR STATE INCOME TAX (Y/N)? "
                   ACCEPT DC-PRETAX-STATE
                   DISPLAY "PRE-TAX FOR LOCAL INCOME TAX (Y/N)? "
                   ACCEPT DC-PRETAX-LOCAL
                   DISPLAY "PRE-TAX FOR SOCIAL SEC/MEDICARE (Y/N)? "
                   ACCEPT DC-PRETAX-FICA
                   DISPLAY "ARREARS RECOVERY LIMIT PER PERIOD "
                       "(99999.99, 0=NO LIMIT): "
                   ACCEPT DC-RECOVERY-LIMIT
                   PERFORM CHECK-CODE-ENTRY
                   IF WS-CODE-VALID = "N"
                       DISPLAY "INVALID DEDUCTION CODE ENTRY - "
                           "CODE REJECTED"
                   ELSE
                       WRITE DEDUCTION-CODE-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       DISPLAY "DEDUCTION CODE ADDED: "
                           DC-DEDUCTION-CODE
                   END-IF
                   DISPLAY "ADD ANOTHER CODE (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               CLOSE DeductionCodeFile
           END-IF.

       CHECK-CODE-ENTRY.
           MOVE "Y" TO WS-CODE-VALID.
           IF DC-DEDUCTION-CODE = SPACES
               MOVE "N" TO WS-CODE-VALID
           END-IF.
           IF DC-PRETAX-FEDERAL NOT = "Y" AND NOT = "N"
               MOVE "N" TO WS-CODE-VALID
           END-IF.
           IF DC-PRETAX-STATE NOT = "Y" AND NOT = "N"
               MOVE "N" TO WS-CODE-VALID
           END-IF.
           IF DC-PRETAX-LOCAL NOT = "Y" AND NOT = "N"
               MOVE "N" TO WS-CODE-VALID
           END-IF.
           IF DC-PRETAX-FICA NOT = "Y" AND NOT = "N"
               MOVE "N" TO WS-CODE-VALID
           END-IF.

       LIST-CODES.
           OPEN INPUT DeductionCodeFile.
           IF WS-DEDCODE-STATUS NOT = "00"
               DISPLAY "DEDUCTION CODE FILE NOT FOUND."
           ELSE
               DISPLAY "CODE  DESCRIPTION           "
                   "FED STATE LOCAL FICA  RECOVERY LIMIT"
               PERFORM UNTIL WS-EOF = "Y"
                   READ DeductionCodeFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY DC-DEDUCTION-CODE "  "
                               DC-DESCRIPTION "  "
                               DC-PRETAX-FEDERAL "   "
                               DC-PRETAX-STATE "     "
                               DC-PRETAX-LOCAL "     "
                               DC-PRETAX-FICA "     "
                               DC-RECOVERY-LIMIT
                   END-READ
               END-PERFORM
               CLOSE DeductionCodeFile
           END-IF.
