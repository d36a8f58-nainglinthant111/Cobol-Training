       IDENTIFICATION DIVISION.
       PROGRAM-ID. WC-RATE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WcRateFile ASSIGN TO "wcrates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WcRateFile.
       COPY "WcRate.cpy".

       WORKING-STORAGE SECTION.
       01 WS-WCRATE-STATUS    PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-RATE-VALID       PIC X.
       01 WS-DATE-OK          PIC X.
       01 WS-REJECT-REASON    PIC X(40).
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".

       01 WS-KEY-TABLE.
           02 WS-KEY-COUNT PIC 9(4) VALUE 0.
           02 WS-KEY-ENTRY OCCURS 2000 TIMES.
             03 WS-KEY-CLASS     PIC X(4).
             03 WS-KEY-STATE     PIC XX.
             03 WS-KEY-EFFECTIVE PIC 9(8).
       01 WS-KEY-SUB          PIC 9(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "WC-RATE-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD RATES, L=LIST RATES): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-RATES
               WHEN MODE-LIST
                   PERFORM LIST-RATES
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-RATES.
           PERFORM LOAD-RATE-KEYS.
           IF WS-EOF NOT = "Y"
               DISPLAY "RATE FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
           ELSE
               OPEN EXTEND WcRateFile
               IF WS-WCRATE-STATUS = "05" OR WS-WCRATE-STATUS = "35"
                   OPEN OUTPUT WcRateFile
               END-IF
               IF WS-WCRATE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING WORKERS COMP RATE FILE: "
                       "STATUS " WS-WCRATE-STATUS
               ELSE
                   PERFORM ADD-ONE-RATE UNTIL WS-END = "N"
                   CLOSE WcRateFile
               END-IF
           END-IF.

       ADD-ONE-RATE.
           DISPLAY "ENTER CLASS CODE (4 CHARACTERS): ".
           ACCEPT WR-CLASS-CODE.
           DISPLAY "ENTER STATE (2 CHARACTERS): ".
           ACCEPT WR-STATE.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT WR-EFFECTIVE-DATE.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WR-DESCRIPTION.
           DISPLAY "ENTER RATE PER $100 OF PAYROLL (999.9999): ".
           ACCEPT WR-RATE.
           PERFORM CHECK-RATE-ENTRY.
           IF WS-RATE-VALID = "N"
               DISPLAY WS-REJECT-REASON " - RATE REJECTED"
           ELSE
               WRITE WC-RATE-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               ADD 1 TO WS-KEY-COUNT
               MOVE WR-CLASS-CODE TO WS-KEY-CLASS(WS-KEY-COUNT)
               MOVE WR-STATE TO WS-KEY-STATE(WS-KEY-COUNT)
               MOVE WR-EFFECTIVE-DATE
                   TO WS-KEY-EFFECTIVE(WS-KEY-COUNT)
               DISPLAY "RATE ADDED: " WR-CLASS-CODE " " WR-STATE
                   " EFFECTIVE " WR-EFFECTIVE-DATE
           END-IF.
           DISPLAY "ADD ANOTHER RATE (Y/N)? ".
           ACCEPT WS-END.

       CHECK-RATE-ENTRY.
           MOVE "Y" TO WS-RATE-VALID.
           CALL "DATE-VALIDATE" USING WR-EFFECTIVE-DATE WS-DATE-OK.
           IF WR-CLASS-CODE = SPACES OR WR-STATE = SPACES
               MOVE "N" TO WS-RATE-VALID
               MOVE "CLASS CODE AND STATE ARE REQUIRED"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-DATE-OK NOT = "Y"
               MOVE "N" TO WS-RATE-VALID
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
           ELSE
           IF WR-RATE = ZERO
               MOVE "N" TO WS-RATE-VALID
               MOVE "RATE MUST BE GREATER THAN ZERO"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-KEY-COUNT >= 2000
               MOVE "N" TO WS-RATE-VALID
               MOVE "RATE FILE IS FULL" TO WS-REJECT-REASON
           END-IF END-IF END-IF END-IF.
           IF WS-RATE-VALID = "Y"
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-KEY-COUNT
                   IF WS-KEY-CLASS(WS-KEY-SUB) = WR-CLASS-CODE
                           AND WS-KEY-STATE(WS-KEY-SUB) = WR-STATE
                           AND WS-KEY-EFFECTIVE(WS-KEY-SUB)
                               = WR-EFFECTIVE-DATE
                       MOVE "N" TO WS-RATE-VALID
                       MOVE "RATE ALREADY ON FILE FOR THAT DATE"
                           TO WS-REJECT-REASON
                       MOVE WS-KEY-COUNT TO WS-KEY-SUB
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-RATE-KEYS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT WcRateFile.
           IF WS-WCRATE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-KEY-COUNT >= 2000
                   READ WcRateFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-KEY-COUNT
                           MOVE WR-CLASS-CODE
                               TO WS-KEY-CLASS(WS-KEY-COUNT)
                           MOVE WR-STATE
                               TO WS-KEY-STATE(WS-KEY-COUNT)
                           MOVE WR-EFFECTIVE-DATE
                               TO WS-KEY-EFFECTIVE(WS-KEY-COUNT)
                   END-READ
               END-PERFORM
               IF WS-EOF NOT = "Y"
                   READ WcRateFile
                       AT END
                           MOVE "Y" TO WS-EOF
                   END-READ
               END-IF
               CLOSE WcRateFile
           END-IF.

       LIST-RATES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT WcRateFile.
           IF WS-WCRATE-STATUS NOT = "00"
               DISPLAY "WORKERS COMP RATE FILE NOT FOUND."
           ELSE
               DISPLAY "CLASS ST EFFECTIVE DESCRIPTION"
                   "                     RATE/100"
               PERFORM UNTIL WS-EOF = "Y"
                   READ WcRateFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY WR-CLASS-CODE "  "
                               WR-STATE " "
                               WR-EFFECTIVE-DATE "  "
                               WR-DESCRIPTION "  "
                               WR-RATE
                   END-READ
               END-PERFORM
               CLOSE WcRateFile
           END-IF.
