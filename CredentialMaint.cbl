       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CredentialFile ASSIGN TO "credentials.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREDENTIAL-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TimecardFile ASSIGN TO "timecards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIMECARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CredentialFile.
       COPY "Credential.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD TimecardFile.
       COPY "Timecard.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CREDENTIAL-STATUS PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-TIMECARD-STATUS  PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-RENEW      VALUE "R".
           88 MODE-DEACTIVATE VALUE "D".
           88 MODE-LIST       VALUE "L".
       01 WS-TODAY            PIC 9(8).
       01 WS-DATE-OK          PIC X.

       01 WS-CREDENTIAL-TABLE.
           02 WS-CRED-COUNT PIC 9(4) VALUE 0.
           02 WS-CRED-ENTRY OCCURS 3000 TIMES.
             03 WS-CRED-IMAGE  PIC X(70).
       01 WS-CRED-SUB         PIC 9(4).
       01 WS-CRED-FOUND       PIC 9(4).
       01 WS-CRED-CHANGED     PIC X VALUE "N".
       01 WS-CRED-VALID       PIC X.

       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-CREDENTIAL-TYPE  PIC X(4).
       01 WS-EMPLOYEE-OK      PIC X.
       01 WS-NEW-NUMBER       PIC X(20).
       01 WS-NEW-ISSUE-DATE   PIC 9(8).
       01 WS-NEW-EXPIRY-DATE  PIC 9(8).
       01 WS-LIST-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXPIRY-NOTE      PIC X(8).

       01 WS-RELEASE-TABLE.
           02 WS-RELEASE-COUNT PIC 9(3) VALUE 0.
           02 WS-RELEASE-ENTRY OCCURS 200 TIMES.
             03 WS-RELEASE-ID  PIC 9(5).
       01 WS-RELEASE-SUB      PIC 9(3).
       01 WS-RELEASE-FOUND    PIC X.
       01 WS-LAPSED-FLAG      PIC X.
       01 WS-LAPSED-TYPE      PIC X(4).

       01 WS-TIMECARD-TABLE.
           02 WS-CARD-COUNT   PIC 9(4) VALUE 0.
           02 WS-CARD-ENTRY OCCURS 2000 TIMES.
             03 WS-CARD-IMAGE PIC X(120).
       01 WS-CARD-SUB         PIC 9(4).
       01 WS-CARDS-RELEASED   PIC 9(5) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "CREDENTIAL-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD CREDENTIALS, R=RENEW, "
               "D=DEACTIVATE, L=LIST): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-CREDENTIALS.
           IF WS-EOF NOT = "Y"
               DISPLAY "CREDENTIAL FILE EXCEEDS 3000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-CREDENTIALS
               WHEN MODE-RENEW
                   PERFORM RENEW-CREDENTIALS
               WHEN MODE-DEACTIVATE
                   PERFORM DEACTIVATE-CREDENTIALS
               WHEN MODE-LIST
                   PERFORM LIST-CREDENTIALS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE EMPLOYEE-MASTER-FILE.

           IF WS-CRED-CHANGED = "Y"
               PERFORM REWRITE-CREDENTIALS
               IF WS-RELEASE-COUNT > 0
                   PERFORM RELEASE-HELD-TIMECARDS
               END-IF
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-CREDENTIALS.
           PERFORM UNTIL WS-END = "N"
               PERFORM ADD-ONE-CREDENTIAL
               DISPLAY "ADD ANOTHER CREDENTIAL (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       ADD-ONE-CREDENTIAL.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-EMPLOYEE-OK NOT = "Y"
               DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                   " NOT ON MASTER - CREDENTIAL REJECTED"
           ELSE
               DISPLAY "EMPLOYEE: " EM-FIRST-NAME " " EM-LAST-NAME
               DISPLAY "ENTER CREDENTIAL TYPE (E.G. CDL, RN, "
                   "FORK, WKAU): "
               MOVE SPACES TO WS-CREDENTIAL-TYPE
               ACCEPT WS-CREDENTIAL-TYPE
               PERFORM FIND-CREDENTIAL
               MOVE WS-EMPLOYEE-ID TO CL-EMPLOYEE-ID
               MOVE WS-CREDENTIAL-TYPE TO CL-CREDENTIAL-TYPE
               DISPLAY "ENTER CREDENTIAL NUMBER: "
               MOVE SPACES TO CL-CREDENTIAL-NUMBER
               ACCEPT CL-CREDENTIAL-NUMBER
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER ISSUE DATE (YYYYMMDD): "
                   ACCEPT CL-ISSUE-DATE
                   CALL "DATE-VALIDATE" USING CL-ISSUE-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, "
                       "0 = DOES NOT EXPIRE): "
                   ACCEPT CL-EXPIRY-DATE
                   IF CL-EXPIRY-DATE = ZERO
                       MOVE "Y" TO WS-DATE-OK
                   ELSE
                       CALL "DATE-VALIDATE" USING CL-EXPIRY-DATE
                           WS-DATE-OK
                       IF WS-DATE-OK NOT = "Y"
                           DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "REQUIRED FOR THE EMPLOYEE'S JOB (Y/N)? "
               ACCEPT CL-REQUIRED-FLAG
               MOVE "Y" TO WS-CRED-VALID
               IF WS-CREDENTIAL-TYPE = SPACES
                   DISPLAY "CREDENTIAL TYPE REQUIRED"
                   MOVE "N" TO WS-CRED-VALID
               END-IF
               IF WS-CRED-FOUND NOT = 0
                   DISPLAY "AN ACTIVE " WS-CREDENTIAL-TYPE
                       " CREDENTIAL IS ALREADY ON FILE - USE RENEW"
                   MOVE "N" TO WS-CRED-VALID
               END-IF
               IF CL-EXPIRY-DATE NOT = ZERO
                       AND CL-EXPIRY-DATE <= CL-ISSUE-DATE
                   DISPLAY "EXPIRY DATE MUST BE AFTER THE ISSUE DATE"
                   MOVE "N" TO WS-CRED-VALID
               END-IF
               IF CL-REQUIRED-FLAG NOT = "Y"
                       AND CL-REQUIRED-FLAG NOT = "N"
                   DISPLAY "REQUIRED FLAG MUST BE Y OR N"
                   MOVE "N" TO WS-CRED-VALID
               END-IF
               IF WS-CRED-VALID = "N"
                   DISPLAY "CREDENTIAL REJECTED"
               ELSE
               IF WS-CRED-COUNT >= 3000
                   DISPLAY "CREDENTIAL TABLE FULL - CREDENTIAL "
                       "REJECTED"
               ELSE
                   MOVE "A" TO CL-STATUS
                   MOVE WS-TODAY TO CL-ENTRY-DATE
                   MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
                   ADD 1 TO WS-CRED-COUNT
                   MOVE CREDENTIAL-RECORD
                       TO WS-CRED-IMAGE(WS-CRED-COUNT)
                   MOVE "Y" TO WS-CRED-CHANGED
                   DISPLAY "CREDENTIAL " CL-CREDENTIAL-TYPE
                       " ADDED FOR EMPLOYEE " CL-EMPLOYEE-ID
                   IF CL-REQUIRED-FLAG = "Y"
                           AND CL-EXPIRY-DATE NOT = ZERO
                           AND CL-EXPIRY-DATE < WS-TODAY
                       DISPLAY "WARNING - REQUIRED CREDENTIAL HAS "
                           "ALREADY LAPSED - TIME WILL BE HELD"
                   END-IF
               END-IF END-IF
           END-IF.

       RENEW-CREDENTIALS.
           PERFORM UNTIL WS-END = "N"
               PERFORM RENEW-ONE-CREDENTIAL
               DISPLAY "RENEW ANOTHER CREDENTIAL (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       RENEW-ONE-CREDENTIAL.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           DISPLAY "ENTER CREDENTIAL TYPE: ".
           MOVE SPACES TO WS-CREDENTIAL-TYPE.
           ACCEPT WS-CREDENTIAL-TYPE.
           PERFORM FIND-CREDENTIAL.
           IF WS-CRED-FOUND = 0
               DISPLAY "NO ACTIVE " WS-CREDENTIAL-TYPE
                   " CREDENTIAL FOR EMPLOYEE " WS-EMPLOYEE-ID
           ELSE
               MOVE WS-CRED-IMAGE(WS-CRED-FOUND) TO CREDENTIAL-RECORD
               DISPLAY "NUMBER " CL-CREDENTIAL-NUMBER
                   " ISSUED " CL-ISSUE-DATE
                   " EXPIRES " CL-EXPIRY-DATE
                   " REQUIRED " CL-REQUIRED-FLAG
               DISPLAY "ENTER NEW CREDENTIAL NUMBER "
                   "(BLANK = NO CHANGE): "
               MOVE SPACES TO WS-NEW-NUMBER
               ACCEPT WS-NEW-NUMBER
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER NEW ISSUE DATE (YYYYMMDD): "
                   ACCEPT WS-NEW-ISSUE-DATE
                   CALL "DATE-VALIDATE" USING WS-NEW-ISSUE-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER NEW EXPIRY DATE (YYYYMMDD, "
                       "0 = DOES NOT EXPIRE): "
                   ACCEPT WS-NEW-EXPIRY-DATE
                   IF WS-NEW-EXPIRY-DATE = ZERO
                       MOVE "Y" TO WS-DATE-OK
                   ELSE
                       CALL "DATE-VALIDATE" USING WS-NEW-EXPIRY-DATE
                           WS-DATE-OK
                       IF WS-DATE-OK NOT = "Y"
                           DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-CRED-VALID
               IF WS-NEW-EXPIRY-DATE NOT = ZERO
                       AND WS-NEW-EXPIRY-DATE <= WS-NEW-ISSUE-DATE
                   DISPLAY "EXPIRY DATE MUST BE AFTER THE ISSUE DATE"
                   MOVE "N" TO WS-CRED-VALID
               END-IF
               IF WS-NEW-EXPIRY-DATE NOT = ZERO
                       AND WS-NEW-EXPIRY-DATE < WS-TODAY
                   DISPLAY "NEW EXPIRY DATE IS ALREADY PAST"
                   MOVE "N" TO WS-CRED-VALID
               END-IF
               IF WS-CRED-VALID = "N"
                   DISPLAY "RENEWAL REJECTED"
               ELSE
                   IF WS-NEW-NUMBER NOT = SPACES
                       MOVE WS-NEW-NUMBER TO CL-CREDENTIAL-NUMBER
                   END-IF
                   MOVE WS-NEW-ISSUE-DATE TO CL-ISSUE-DATE
                   MOVE WS-NEW-EXPIRY-DATE TO CL-EXPIRY-DATE
                   MOVE WS-TODAY TO CL-ENTRY-DATE
                   MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
                   MOVE CREDENTIAL-RECORD
                       TO WS-CRED-IMAGE(WS-CRED-FOUND)
                   MOVE "Y" TO WS-CRED-CHANGED
                   PERFORM NOTE-RELEASE-EMPLOYEE
                   DISPLAY "CREDENTIAL " CL-CREDENTIAL-TYPE
                       " RENEWED FOR EMPLOYEE " CL-EMPLOYEE-ID
               END-IF
           END-IF.

       DEACTIVATE-CREDENTIALS.
           PERFORM UNTIL WS-END = "N"
               PERFORM DEACTIVATE-ONE-CREDENTIAL
               DISPLAY "DEACTIVATE ANOTHER CREDENTIAL (Y/N)? "
               ACCEPT WS-END
           END-PERFORM.

       DEACTIVATE-ONE-CREDENTIAL.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           DISPLAY "ENTER CREDENTIAL TYPE: ".
           MOVE SPACES TO WS-CREDENTIAL-TYPE.
           ACCEPT WS-CREDENTIAL-TYPE.
           PERFORM FIND-CREDENTIAL.
           IF WS-CRED-FOUND = 0
               DISPLAY "NO ACTIVE " WS-CREDENTIAL-TYPE
                   " CREDENTIAL FOR EMPLOYEE " WS-EMPLOYEE-ID
           ELSE
               MOVE WS-CRED-IMAGE(WS-CRED-FOUND) TO CREDENTIAL-RECORD
               MOVE "I" TO CL-STATUS
               MOVE WS-TODAY TO CL-ENTRY-DATE
               MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
               MOVE CREDENTIAL-RECORD TO WS-CRED-IMAGE(WS-CRED-FOUND)
               MOVE "Y" TO WS-CRED-CHANGED
               IF CL-REQUIRED-FLAG = "Y"
                   PERFORM NOTE-RELEASE-EMPLOYEE
               END-IF
               DISPLAY "CREDENTIAL " CL-CREDENTIAL-TYPE
                   " DEACTIVATED FOR EMPLOYEE " CL-EMPLOYEE-ID
           END-IF.

       LIST-CREDENTIALS.
           DISPLAY "ENTER EMPLOYEE ID (0 = ALL EMPLOYEES): ".
           ACCEPT WS-EMPLOYEE-ID.
           DISPLAY "EMPL  TYPE NUMBER               ISSUED   "
               "EXPIRES  REQ ST".
           PERFORM VARYING WS-CRED-SUB FROM 1 BY 1
                   UNTIL WS-CRED-SUB > WS-CRED-COUNT
               MOVE WS-CRED-IMAGE(WS-CRED-SUB) TO CREDENTIAL-RECORD
               IF WS-EMPLOYEE-ID = ZERO
                       OR CL-EMPLOYEE-ID = WS-EMPLOYEE-ID
                   MOVE SPACES TO WS-EXPIRY-NOTE
                   IF CL-STATUS = "A"
                           AND CL-EXPIRY-DATE NOT = ZERO
                           AND CL-EXPIRY-DATE < WS-TODAY
                       MOVE "LAPSED" TO WS-EXPIRY-NOTE
                   END-IF
                   DISPLAY CL-EMPLOYEE-ID " " CL-CREDENTIAL-TYPE " "
                       CL-CREDENTIAL-NUMBER " " CL-ISSUE-DATE " "
                       CL-EXPIRY-DATE "  " CL-REQUIRED-FLAG "  "
                       CL-STATUS " " WS-EXPIRY-NOTE
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY "CREDENTIALS LISTED: " WS-LIST-COUNT.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.

       FIND-CREDENTIAL.
           MOVE 0 TO WS-CRED-FOUND.
           PERFORM VARYING WS-CRED-SUB FROM 1 BY 1
                   UNTIL WS-CRED-SUB > WS-CRED-COUNT
               MOVE WS-CRED-IMAGE(WS-CRED-SUB) TO CREDENTIAL-RECORD
               IF CL-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND CL-CREDENTIAL-TYPE = WS-CREDENTIAL-TYPE
                       AND CL-STATUS = "A"
                   MOVE WS-CRED-SUB TO WS-CRED-FOUND
                   MOVE WS-CRED-COUNT TO WS-CRED-SUB
               END-IF
           END-PERFORM.

       NOTE-RELEASE-EMPLOYEE.
           MOVE "N" TO WS-RELEASE-FOUND.
           PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
                   UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
               IF WS-RELEASE-ID(WS-RELEASE-SUB) = CL-EMPLOYEE-ID
                   MOVE "Y" TO WS-RELEASE-FOUND
               END-IF
           END-PERFORM.
           IF WS-RELEASE-FOUND = "N" AND WS-RELEASE-COUNT < 200
               ADD 1 TO WS-RELEASE-COUNT
               MOVE CL-EMPLOYEE-ID TO WS-RELEASE-ID(WS-RELEASE-COUNT)
           END-IF.

       RELEASE-HELD-TIMECARDS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TimecardFile.
           IF WS-TIMECARD-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-CARD-COUNT >= 2000
                   READ TimecardFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           MOVE TIMECARD-RECORD
                               TO WS-CARD-IMAGE(WS-CARD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TimecardFile
           END-IF.
           IF WS-EOF NOT = "Y"
               DISPLAY "TIMECARD FILE EXCEEDS 2000 CARDS - HELD "
                   "TIME NOT RELEASED"
           ELSE
               PERFORM VARYING WS-RELEASE-SUB FROM 1 BY 1
                       UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
                   CALL "CREDENTIAL-CHECK" USING
                       WS-RELEASE-ID(WS-RELEASE-SUB) WS-TODAY
                       WS-LAPSED-FLAG WS-LAPSED-TYPE
                   IF WS-LAPSED-FLAG = "Y"
                       DISPLAY "EMPLOYEE "
                           WS-RELEASE-ID(WS-RELEASE-SUB)
                           " STILL HAS A LAPSED " WS-LAPSED-TYPE
                           " CREDENTIAL - TIME REMAINS ON HOLD"
                   ELSE
                       PERFORM RELEASE-EMPLOYEE-CARDS
                   END-IF
               END-PERFORM
               IF WS-CARDS-RELEASED > 0
                   PERFORM REWRITE-TIMECARDS
               END-IF
               DISPLAY "HELD TIMECARDS RELEASED FOR APPROVAL: "
                   WS-CARDS-RELEASED
           END-IF.

       RELEASE-EMPLOYEE-CARDS.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO TIMECARD-RECORD
               IF TC-EMPLOYEE-ID = WS-RELEASE-ID(WS-RELEASE-SUB)
                       AND TC-APPROVAL-STATUS = "H"
                   MOVE "P" TO TC-APPROVAL-STATUS
                   MOVE TIMECARD-RECORD TO WS-CARD-IMAGE(WS-CARD-SUB)
                   ADD 1 TO WS-CARDS-RELEASED
               END-IF
           END-PERFORM.

       REWRITE-TIMECARDS.
           OPEN OUTPUT TimecardFile.
           IF WS-TIMECARD-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE TIMECARD FILE: STATUS "
                   WS-TIMECARD-STATUS
           ELSE
               PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > WS-CARD-COUNT
                   MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO TIMECARD-RECORD
                   WRITE TIMECARD-RECORD
               END-PERFORM
               CLOSE TimecardFile
           END-IF.

       LOAD-CREDENTIALS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CredentialFile.
           IF WS-CREDENTIAL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-CRED-COUNT >= 3000
                   READ CredentialFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CRED-COUNT
                           MOVE CREDENTIAL-RECORD
                               TO WS-CRED-IMAGE(WS-CRED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CredentialFile
           END-IF.

       REWRITE-CREDENTIALS.
           OPEN OUTPUT CredentialFile.
           IF WS-CREDENTIAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE CREDENTIAL FILE: STATUS "
                   WS-CREDENTIAL-STATUS
               MOVE 0 TO WS-RELEASE-COUNT
           ELSE
               PERFORM VARYING WS-CRED-SUB FROM 1 BY 1
                       UNTIL WS-CRED-SUB > WS-CRED-COUNT
                   MOVE WS-CRED-IMAGE(WS-CRED-SUB) TO CREDENTIAL-RECORD
                   WRITE CREDENTIAL-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE CredentialFile
           END-IF.
