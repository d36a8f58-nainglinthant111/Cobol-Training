           SELECT PunchFile ASSIGN TO "punches.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PunchFile.
       COPY "Punch.cpy".

       FD JobFile.
       COPY "JobMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-PUNCH-STATUS     PIC XX.
       01 WS-PUNCH-TYPE       PIC X.
       01 WS-PUNCH-TIME       PIC 9(4).
       01 WS-PUNCH-HOUR       PIC 99.
       01 WS-JOB-CODE         PIC X(6).
       01 WS-JOB-OK           PIC X.

       01 WS-JOB-STATUS       PIC XX.
       01 WS-JOB-EOF          PIC X VALUE "N".
       01 WS-JOB-TABLE.
           02 WS-JOB-COUNT PIC 9(3) VALUE 0.
           02 WS-JOB-ENTRY OCCURS 500 TIMES.
             03 WS-JB-CODE    PIC X(6).
             03 WS-JB-STATUS  PIC X.
       01 WS-JOB-SUB          PIC 9(3).
       01 WS-EMPLOYEE-OK      PIC X VALUE "N".
           88 EMPLOYEE-FOUND  VALUE "Y".
       01 WS-DATE-OK          PIC X.
       01 WS-LAPSED-FLAG      PIC X.
       01 WS-LAPSED-TYPE      PIC X(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "PUNCH-CAPTURE".
       01 WS-OPERATOR-ID       PIC X(10).
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           PERFORM LOAD-JOB-TABLE.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                       OR WS-PUNCH-TIME(3:2) > "59"
                   DISPLAY "INVALID PUNCH TIME - PUNCH REJECTED"
               ELSE
                   PERFORM ACCEPT-PUNCH-JOB
                   IF WS-JOB-OK = "Y"
                       PERFORM WRITE-PUNCH
                   END-IF
               END-IF END-IF
           END-IF END-IF.

       ACCEPT-PUNCH-JOB.
           MOVE SPACES TO WS-JOB-CODE.
           MOVE "Y" TO WS-JOB-OK.
           IF WS-PUNCH-TYPE = "I" AND WS-JOB-COUNT > 0
               DISPLAY "ENTER JOB/PROJECT CODE (BLANK=HOME "
                   "DEPARTMENT " EM-DEPT-CODE "): "
               ACCEPT WS-JOB-CODE
               IF WS-JOB-CODE NOT = SPACES
                   MOVE "N" TO WS-JOB-OK
                   PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                           UNTIL WS-JOB-SUB > WS-JOB-COUNT
                           OR WS-JOB-OK = "Y"
                       IF WS-JB-CODE(WS-JOB-SUB) = WS-JOB-CODE
                               AND WS-JB-STATUS(WS-JOB-SUB) = "A"
                           MOVE "Y" TO WS-JOB-OK
                       END-IF
                   END-PERFORM
                   IF WS-JOB-OK = "N"
                       DISPLAY "JOB " WS-JOB-CODE " NOT ON FILE OR "
                           "NOT ACTIVE - PUNCH REJECTED"
                   END-IF
               END-IF
           END-IF.

       LOAD-JOB-TABLE.
           OPEN INPUT JobFile.
           IF WS-JOB-STATUS = "00"
               PERFORM UNTIL WS-JOB-EOF = "Y"
                       OR WS-JOB-COUNT >= 500
                   READ JobFile
                       AT END
                           MOVE "Y" TO WS-JOB-EOF
                       NOT AT END
                           ADD 1 TO WS-JOB-COUNT
                           MOVE JB-JOB-CODE
                               TO WS-JB-CODE(WS-JOB-COUNT)
                           MOVE JB-STATUS
                               TO WS-JB-STATUS(WS-JOB-COUNT)
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.

       WRITE-PUNCH.
           MOVE WS-EMPLOYEE-ID TO PU-EMPLOYEE-ID.
           MOVE WS-PUNCH-DATE  TO PU-PUNCH-DATE.
           MOVE WS-PUNCH-TIME  TO PU-PUNCH-TIME.
           ACCEPT PU-ENTRY-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO PU-OPERATOR-ID.
           MOVE WS-JOB-CODE    TO PU-JOB-CODE.
           CALL "CREDENTIAL-CHECK" USING WS-EMPLOYEE-ID WS-START-DATE
               WS-LAPSED-FLAG WS-LAPSED-TYPE.
           IF WS-LAPSED-FLAG = "Y"
               MOVE "H" TO PU-HOLD-FLAG
           ELSE
               MOVE "N" TO PU-HOLD-FLAG
           END-IF.
           WRITE PUNCH-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           DISPLAY "PUNCH RECORDED FOR EMPLOYEE " WS-EMPLOYEE-ID.
           IF WS-LAPSED-FLAG = "Y"
               DISPLAY "REQUIRED " WS-LAPSED-TYPE " CREDENTIAL HAS "
                   "LAPSED - TIME HELD UNTIL IT IS RENEWED"
           END-IF.
