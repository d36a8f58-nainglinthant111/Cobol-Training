       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREIGHT-RATE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FreightRateFile ASSIGN TO "freightrates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FreightRateFile.
       COPY "FreightRate.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-RATE       VALUE "A".
           88 MODE-ZONE       VALUE "Z".
           88 MODE-LIST       VALUE "L".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "FREIGHT-RATE-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD RATES, Z=ADD STATE ZONES, "
               "L=LIST): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-RATE
                   PERFORM OPEN-RATE-FILE
                   IF WS-RATE-STATUS = "00"
                       PERFORM ADD-RATES
                       CLOSE FreightRateFile
                   END-IF
               WHEN MODE-ZONE
                   PERFORM OPEN-RATE-FILE
                   IF WS-RATE-STATUS = "00"
                       PERFORM ADD-ZONES
                       CLOSE FreightRateFile
                   END-IF
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

       OPEN-RATE-FILE.
           OPEN EXTEND FreightRateFile.
           IF WS-RATE-STATUS = "05" OR WS-RATE-STATUS = "35"
               OPEN OUTPUT FreightRateFile
           END-IF.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FREIGHT RATE FILE: STATUS "
                   WS-RATE-STATUS
           END-IF.

       ADD-RATES.
           PERFORM UNTIL WS-END = "N"
               MOVE SPACES TO FREIGHT-RATE-RECORD
               MOVE "R" TO FR-RECORD-TYPE
               DISPLAY "ENTER ZONE (1-9): "
               ACCEPT FR-ZONE
               DISPLAY "ENTER WEIGHT BREAK - RATE APPLIES UP TO "
                   "(LBS 99999.9): "
               ACCEPT FR-MAX-WEIGHT
               DISPLAY "ENTER FREIGHT RATE (99999.99): "
               ACCEPT FR-RATE
               IF FR-ZONE = 0 OR FR-MAX-WEIGHT = 0
                   DISPLAY "ZONE AND WEIGHT BREAK REQUIRED - "
                       "RATE REJECTED"
               ELSE
                   WRITE FREIGHT-RATE-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "RATE ADDED FOR ZONE " FR-ZONE
                       " UP TO " FR-MAX-WEIGHT " LBS"
               END-IF
               DISPLAY "ADD ANOTHER RATE (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       ADD-ZONES.
           PERFORM UNTIL WS-END = "N"
               MOVE SPACES TO FREIGHT-ZONE-RECORD
               MOVE "Z" TO FR-RECORD-TYPE
               DISPLAY "ENTER STATE CODE (2 CHARACTERS): "
               ACCEPT FZ-STATE-CODE
               DISPLAY "ENTER ZONE FOR THIS STATE (1-9): "
               ACCEPT FZ-ZONE
               IF FZ-STATE-CODE = SPACES OR FZ-ZONE = 0
                   DISPLAY "STATE AND ZONE REQUIRED - ZONE REJECTED"
               ELSE
                   WRITE FREIGHT-RATE-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "STATE " FZ-STATE-CODE " SET TO ZONE "
                       FZ-ZONE
               END-IF
               DISPLAY "ADD ANOTHER STATE (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       LIST-RATES.
           OPEN INPUT FreightRateFile.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "FREIGHT RATE FILE NOT FOUND."
           ELSE
               DISPLAY "TYPE ZONE STATE  UP TO LBS      RATE"
               PERFORM UNTIL WS-EOF = "Y"
                   READ FreightRateFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FR-RECORD-TYPE = "Z"
                               DISPLAY "Z    " FZ-ZONE "    "
                                   FZ-STATE-CODE
                           ELSE
                               DISPLAY "R    " FR-ZONE "           "
                                   FR-MAX-WEIGHT "  " FR-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FreightRateFile
           END-IF.
