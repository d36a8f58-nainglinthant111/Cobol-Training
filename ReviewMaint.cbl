       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReviewFile ASSIGN TO "reviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-REVIEW-KEY
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ReviewFile.
       COPY "Review.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REVIEW-STATUS    PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-CHANGE     VALUE "C".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).
       01 WS-DATE-OK          PIC X.

       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-EMPLOYEE-OK      PIC X.
       01 WS-REVIEW-OK        PIC X.
       01 WS-REVIEW-DATE      PIC 9(8).
       01 WS-REVIEWER-ID      PIC 9(5).
       01 WS-RATING           PIC 9.
       01 WS-NEW-STATUS       PIC X.
       01 WS-RATING-TEXT      PIC X(17).
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.
       01 WS-CURRENT-DUE      PIC 9(8).

       01 WS-FROM-DATE        PIC 9(8).
       01 WS-NEXT-DUE         PIC 9(8).
       01 WS-DUE-YEAR         PIC 9(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "REVIEW-MAINT".
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "SELECT MODE (A=RECORD REVIEW, C=CHANGE REVIEW, "
               "L=LIST REVIEWS): ".
           ACCEPT WS-MODE.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM OPEN-REVIEW-FILE
                   PERFORM UNTIL WS-END = "N"
                       PERFORM ADD-ONE-REVIEW
                       DISPLAY "RECORD ANOTHER REVIEW (Y/N)? "
                       ACCEPT WS-END
                   END-PERFORM
                   CLOSE ReviewFile
               WHEN MODE-CHANGE
                   PERFORM OPEN-REVIEW-FILE
                   PERFORM UNTIL WS-END = "N"
                       PERFORM CHANGE-ONE-REVIEW
                       DISPLAY "CHANGE ANOTHER REVIEW (Y/N)? "
                       ACCEPT WS-END
                   END-PERFORM
                   CLOSE ReviewFile
               WHEN MODE-LIST
                   PERFORM LIST-REVIEWS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE EMPLOYEE-MASTER-FILE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       OPEN-REVIEW-FILE.
           OPEN I-O ReviewFile.
           IF WS-REVIEW-STATUS = "35"
               OPEN OUTPUT ReviewFile
               CLOSE ReviewFile
               OPEN I-O ReviewFile
           END-IF.
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REVIEW FILE: STATUS "
                   WS-REVIEW-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               STOP RUN
           END-IF.

       ADD-ONE-REVIEW.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-EMPLOYEE-OK NOT = "Y"
               DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                   " NOT ON MASTER - REVIEW REFUSED"
           ELSE
           IF EM-EMPLOYEE-STATUS NOT = "A"
               DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                   " IS NOT ACTIVE - REVIEW REFUSED"
           ELSE
               DISPLAY "EMPLOYEE: " EM-FIRST-NAME " " EM-LAST-NAME
                   "  HIRED " EM-HIRE-MONTH "/" EM-HIRE-DAY "/"
                   EM-HIRE-YEAR
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER REVIEW DATE (YYYYMMDD, "
                       "0 = TODAY): "
                   ACCEPT WS-REVIEW-DATE
                   IF WS-REVIEW-DATE = ZERO
                       MOVE WS-TODAY TO WS-REVIEW-DATE
                   END-IF
                   CALL "DATE-VALIDATE" USING WS-REVIEW-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               DISPLAY "ENTER REVIEWER EMPLOYEE ID (0 = MANAGER "
                   EM-MANAGER-ID "): "
               ACCEPT WS-REVIEWER-ID
               IF WS-REVIEWER-ID = ZERO
                   MOVE EM-MANAGER-ID TO WS-REVIEWER-ID
               END-IF
               DISPLAY "ENTER OVERALL RATING (1=UNSATISFACTORY, "
                   "2=NEEDS IMPROVEMENT, 3=MEETS, 4=EXCEEDS, "
                   "5=OUTSTANDING): "
               ACCEPT WS-RATING
               DISPLAY "ENTER STATUS (C=COMPLETED, P=PENDING "
                   "SIGN-OFF): "
               ACCEPT WS-NEW-STATUS
               IF WS-REVIEW-DATE > WS-TODAY
                   DISPLAY "REVIEW DATE IS IN THE FUTURE - REVIEW "
                       "REFUSED"
               ELSE
               IF WS-RATING < 1 OR WS-RATING > 5
                   DISPLAY "RATING MUST BE 1 THROUGH 5 - REVIEW "
                       "REFUSED"
               ELSE
               IF WS-NEW-STATUS NOT = "C" AND WS-NEW-STATUS NOT = "P"
                   DISPLAY "INVALID STATUS - REVIEW REFUSED"
               ELSE
                   PERFORM WRITE-NEW-REVIEW
               END-IF END-IF END-IF
           END-IF END-IF.

       WRITE-NEW-REVIEW.
           MOVE WS-REVIEW-DATE TO WS-FROM-DATE.
           PERFORM SET-NEXT-ANNIVERSARY.
           MOVE WS-EMPLOYEE-ID  TO RV-EMPLOYEE-ID.
           MOVE WS-REVIEW-DATE  TO RV-REVIEW-DATE.
           MOVE WS-REVIEWER-ID  TO RV-REVIEWER-ID.
           MOVE WS-RATING       TO RV-OVERALL-RATING.
           MOVE WS-NEXT-DUE     TO RV-NEXT-DUE-DATE.
           MOVE WS-NEW-STATUS   TO RV-STATUS.
           MOVE WS-TODAY        TO RV-ENTRY-DATE.
           MOVE WS-OPERATOR-ID  TO RV-OPERATOR-ID.
           WRITE REVIEW-RECORD
               INVALID KEY
                   DISPLAY "A REVIEW DATED " WS-REVIEW-DATE
                       " IS ALREADY ON FILE FOR EMPLOYEE "
                       WS-EMPLOYEE-ID " - REVIEW REFUSED"
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "REVIEW RECORDED FOR EMPLOYEE "
                       WS-EMPLOYEE-ID " - NEXT REVIEW DUE "
                       RV-NEXT-DUE-DATE
           END-WRITE.

       CHANGE-ONE-REVIEW.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           DISPLAY "ENTER REVIEW DATE (YYYYMMDD): ".
           ACCEPT WS-REVIEW-DATE.
           MOVE WS-EMPLOYEE-ID TO RV-EMPLOYEE-ID.
           MOVE WS-REVIEW-DATE TO RV-REVIEW-DATE.
           MOVE "N" TO WS-REVIEW-OK.
           READ ReviewFile
               INVALID KEY
                   DISPLAY "NO REVIEW DATED " WS-REVIEW-DATE
                       " FOR EMPLOYEE " WS-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-REVIEW-OK
           END-READ.
           IF WS-REVIEW-OK = "Y"
               DISPLAY "REVIEWER " RV-REVIEWER-ID "  RATING "
                   RV-OVERALL-RATING "  NEXT DUE " RV-NEXT-DUE-DATE
                   "  STATUS " RV-STATUS
               DISPLAY "NEW REVIEWER ID (0 = NO CHANGE): "
               ACCEPT WS-REVIEWER-ID
               DISPLAY "NEW RATING (1-5, 0 = NO CHANGE): "
               ACCEPT WS-RATING
               DISPLAY "NEW STATUS (C=COMPLETED, P=PENDING SIGN-OFF, "
                   "X=CANCELLED, SPACE=NO CHANGE): "
               MOVE SPACE TO WS-NEW-STATUS
               ACCEPT WS-NEW-STATUS
               IF WS-RATING > 5
                   DISPLAY "RATING MUST BE 1 THROUGH 5 - REVIEW NOT "
                       "CHANGED"
               ELSE
               IF WS-NEW-STATUS NOT = SPACE AND WS-NEW-STATUS NOT = "C"
                       AND WS-NEW-STATUS NOT = "P"
                       AND WS-NEW-STATUS NOT = "X"
                   DISPLAY "INVALID STATUS - REVIEW NOT CHANGED"
               ELSE
                   IF WS-REVIEWER-ID NOT = ZERO
                       MOVE WS-REVIEWER-ID TO RV-REVIEWER-ID
                   END-IF
                   IF WS-RATING NOT = ZERO
                       MOVE WS-RATING TO RV-OVERALL-RATING
                   END-IF
                   IF WS-NEW-STATUS NOT = SPACE
                       MOVE WS-NEW-STATUS TO RV-STATUS
                   END-IF
                   MOVE WS-TODAY TO RV-ENTRY-DATE
                   MOVE WS-OPERATOR-ID TO RV-OPERATOR-ID
                   REWRITE REVIEW-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING REVIEW: STATUS "
                               WS-REVIEW-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                           DISPLAY "REVIEW UPDATED FOR EMPLOYEE "
                               RV-EMPLOYEE-ID
                   END-REWRITE
               END-IF END-IF
           END-IF.

       LIST-REVIEWS.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-EMPLOYEE-OK NOT = "Y"
               DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID " NOT ON MASTER"
           ELSE
               MOVE ZERO TO WS-CURRENT-DUE
               DISPLAY " "
               DISPLAY "PERFORMANCE REVIEWS - EMPLOYEE " WS-EMPLOYEE-ID
                   " " EM-FIRST-NAME " " EM-LAST-NAME
               DISPLAY "REVIEWED  REVIEWER RATING                  "
                   "NEXT DUE  ST"
               DISPLAY "---------------------------------------------"
                   "-------------"
               OPEN INPUT ReviewFile
               IF WS-REVIEW-STATUS = "00"
                   MOVE WS-EMPLOYEE-ID TO RV-EMPLOYEE-ID
                   MOVE ZERO TO RV-REVIEW-DATE
                   START ReviewFile KEY NOT < RV-REVIEW-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = "Y"
                       READ ReviewFile NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF RV-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                                   MOVE "Y" TO WS-EOF
                               ELSE
                                   PERFORM LIST-ONE-REVIEW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ReviewFile
               END-IF
               DISPLAY "---------------------------------------------"
                   "-------------"
               DISPLAY "REVIEWS LISTED: " WS-LIST-COUNT
               IF WS-CURRENT-DUE = ZERO
                   MOVE ZERO TO WS-FROM-DATE
                   PERFORM SET-NEXT-ANNIVERSARY
                   MOVE WS-NEXT-DUE TO WS-CURRENT-DUE
               END-IF
               IF WS-CURRENT-DUE < WS-TODAY
                   DISPLAY "NEXT REVIEW DUE " WS-CURRENT-DUE
                       " - OVERDUE"
               ELSE
                   DISPLAY "NEXT REVIEW DUE " WS-CURRENT-DUE
               END-IF
           END-IF.

       LIST-ONE-REVIEW.
           PERFORM SET-RATING-TEXT.
           DISPLAY RV-REVIEW-DATE "  " RV-REVIEWER-ID "    "
               RV-OVERALL-RATING " " WS-RATING-TEXT "  "
               RV-NEXT-DUE-DATE "  " RV-STATUS.
           ADD 1 TO WS-LIST-COUNT.
           IF RV-STATUS = "C"
               MOVE RV-NEXT-DUE-DATE TO WS-CURRENT-DUE
           END-IF.

       SET-RATING-TEXT.
           EVALUATE RV-OVERALL-RATING
               WHEN 1
                   MOVE "UNSATISFACTORY" TO WS-RATING-TEXT
               WHEN 2
                   MOVE "NEEDS IMPROVEMENT" TO WS-RATING-TEXT
               WHEN 3
                   MOVE "MEETS" TO WS-RATING-TEXT
               WHEN 4
                   MOVE "EXCEEDS" TO WS-RATING-TEXT
               WHEN 5
                   MOVE "OUTSTANDING" TO WS-RATING-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RATING-TEXT
           END-EVALUATE.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.

       SET-NEXT-ANNIVERSARY.
           IF WS-FROM-DATE = ZERO
               COMPUTE WS-FROM-DATE =
                   (EM-HIRE-YEAR * 10000)
                 + (EM-HIRE-MONTH * 100)
                 + EM-HIRE-DAY
           END-IF.
           MOVE WS-FROM-DATE(1:4) TO WS-DUE-YEAR.
           COMPUTE WS-NEXT-DUE =
               (WS-DUE-YEAR * 10000)
             + (EM-HIRE-MONTH * 100)
             + EM-HIRE-DAY.
           IF WS-NEXT-DUE <= WS-FROM-DATE
               ADD 1 TO WS-DUE-YEAR
               COMPUTE WS-NEXT-DUE =
                   (WS-DUE-YEAR * 10000)
                 + (EM-HIRE-MONTH * 100)
                 + EM-HIRE-DAY
           END-IF.
           CALL "DATE-VALIDATE" USING WS-NEXT-DUE WS-DATE-OK.
           IF WS-DATE-OK NOT = "Y"
               IF EM-HIRE-MONTH = 2 AND EM-HIRE-DAY = 29
                   SUBTRACT 1 FROM WS-NEXT-DUE
               ELSE
                   COMPUTE WS-NEXT-DUE =
                       WS-FROM-DATE + 10000
               END-IF
           END-IF.
