           SELECT CalendarFile ASSIGN TO "calendar.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.
           SELECT AuditFile ASSIGN TO "auditlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ScheduleFile.
       COPY "BatchSchedule.cpy".

       FD JobStatusFile.
       COPY "JobStatus.cpy".

       FD RestartFile.
       01 RESTART-RECORD.
       FD CalendarFile.
       COPY "Calendar.cpy".

       FD AuditFile.
       01 AUDIT-RECORD.
           05 AUD-PROGRAM-NAME  PIC X(20).
           05 FILLER            PIC X.
           05 AUD-OPERATOR-ID   PIC X(10).
           05 FILLER            PIC X.
           05 AUD-START-TIME    PIC 9(14).
           05 FILLER            PIC X.
           05 AUD-END-TIME      PIC 9(14).
           05 FILLER            PIC X.
           05 AUD-RECORD-COUNT  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-Schedule-Status  PIC XX.
       01 WS-Job-Status       PIC XX.
           02 WS-Step-Entry OCCURS 20 TIMES.
             03 WS-Step-Number  PIC 9(2).
             03 WS-Step-Program PIC X(20).
             03 WS-Step-Expected PIC 9(5).
             03 WS-Step-Finish-By PIC 9(4).
       01 WS-Sub              PIC 99.
       01 WS-Start-Step       PIC 9(2) VALUE 0.
       01 WS-Resume-Answer    PIC X.
       01 WS-Chain-Failed     PIC X VALUE "N".
       01 WS-Run-Date         PIC 9(8).
       01 WS-Calendar-Status  PIC XX.
       01 WS-Calendar-Eof     PIC X VALUE "N".
       01 WS-Non-Processing   PIC X VALUE "N".
       01 WS-Override         PIC X.
       01 WS-Audit-Status     PIC XX.
       01 WS-Audit-Eof        PIC X.
       01 WS-Audit-Before     PIC 9(7).
       01 WS-Audit-Read       PIC 9(7).

       01 WS-Clock            PIC 9(8).
       01 WS-Clock-Parts REDEFINES WS-Clock.
           02 WS-Clock-HH     PIC 99.
           02 WS-Clock-MM     PIC 99.
           02 WS-Clock-SS     PIC 99.
           02 WS-Clock-CC     PIC 99.
       01 WS-Chain-Start-HHMM PIC 9(4).
       01 WS-Step-Start-Date  PIC 9(8).
       01 WS-Step-Start-Time  PIC 9(6).
       01 WS-Step-Start-Secs  PIC 9(6).
       01 WS-Step-End-Date    PIC 9(8).
       01 WS-Step-End-Time    PIC 9(6).
       01 WS-Step-End-HHMM    PIC 9(4).
       01 WS-Step-End-Secs    PIC 9(6).
       01 WS-Step-Elapsed     PIC 9(6).
       01 WS-Step-Records     PIC 9(6).
       01 WS-Count-Reported   PIC X.
       01 WS-Over-Duration    PIC X.
       01 WS-Past-Finish-By   PIC X.

       01 WS-Alert-Program    PIC X(20).
       01 WS-Alert-Severity   PIC X.
       01 WS-Alert-Status     PIC XX VALUE SPACES.
       01 WS-Alert-Message    PIC X(40).
       01 WS-Alert-Count      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Clock FROM TIME.
           COMPUTE WS-Chain-Start-HHMM = WS-Clock-HH * 100
               + WS-Clock-MM.

           PERFORM CHECK-COMPANY-CALENDAR.
           IF WS-Non-Processing = "Y"
                               TO WS-Step-Number(WS-Step-Count)
                           MOVE BS-PROGRAM-NAME
                               TO WS-Step-Program(WS-Step-Count)
                           MOVE BS-EXPECTED-SECONDS
                               TO WS-Step-Expected(WS-Step-Count)
                           MOVE BS-FINISH-BY
                               TO WS-Step-Finish-By(WS-Step-Count)
                   END-READ
               END-PERFORM
               CLOSE ScheduleFile
           DISPLAY " ".
           DISPLAY "RUNNING STEP " WS-Step-Number(WS-Sub) ": "
               WS-Step-Program(WS-Sub).
           PERFORM COUNT-AUDIT-RECORDS.
           ACCEPT WS-Step-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Clock FROM TIME.
           COMPUTE WS-Step-Start-Time = WS-Clock / 100.
           COMPUTE WS-Step-Start-Secs = WS-Clock-HH * 3600
               + WS-Clock-MM * 60 + WS-Clock-SS.
           MOVE 0 TO RETURN-CODE.
           CALL WS-Step-Program(WS-Sub)
               ON EXCEPTION
                       " COULD NOT BE CALLED"
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           PERFORM TIME-STEP-END.
           IF RETURN-CODE = 0
               PERFORM RECORD-STEP-SUCCESS
           ELSE
       RECORD-STEP-SUCCESS.
           MOVE "S" TO JS-OUTCOME.
           PERFORM WRITE-JOB-STATUS.
           DISPLAY "STEP " WS-Step-Number(WS-Sub) " COMPLETE IN "
               WS-Step-Elapsed " SECONDS.".
           PERFORM CHECK-STEP-SLA.

       RECORD-STEP-FAILURE.
           MOVE "F" TO JS-OUTCOME.
           PERFORM WRITE-JOB-STATUS.
           PERFORM CHECK-STEP-SLA.
           MOVE "Y" TO WS-Chain-Failed.
           OPEN OUTPUT RestartFile.
           MOVE WS-Step-Number(WS-Sub) TO RS-FAILED-STEP.
               OPEN OUTPUT JobStatusFile
           END-IF.
           MOVE WS-Run-Date TO JS-RUN-DATE.
           MOVE WS-Step-Start-Time TO JS-RUN-TIME.
           MOVE WS-Step-Number(WS-Sub)  TO JS-STEP-NUMBER.
           MOVE WS-Step-Program(WS-Sub) TO JS-PROGRAM-NAME.
           MOVE WS-Step-End-Date   TO JS-END-DATE.
           MOVE WS-Step-End-Time   TO JS-END-TIME.
           MOVE WS-Step-Elapsed    TO JS-ELAPSED-SECONDS.
           MOVE WS-Step-Records    TO JS-RECORD-COUNT.
           MOVE WS-Count-Reported  TO JS-COUNT-REPORTED.
           PERFORM EVALUATE-STEP-SLA.
           EVALUATE TRUE
               WHEN WS-Over-Duration = "Y"
                       AND WS-Past-Finish-By = "Y"
                   MOVE "B" TO JS-SLA-FLAG
               WHEN WS-Over-Duration = "Y"
                   MOVE "D" TO JS-SLA-FLAG
               WHEN WS-Past-Finish-By = "Y"
                   MOVE "F" TO JS-SLA-FLAG
               WHEN OTHER
                   MOVE SPACE TO JS-SLA-FLAG
           END-EVALUATE.
           WRITE JOB-STATUS-RECORD.
           CLOSE JobStatusFile.

       TIME-STEP-END.
           ACCEPT WS-Step-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Clock FROM TIME.
           COMPUTE WS-Step-End-Time = WS-Clock / 100.
           COMPUTE WS-Step-End-HHMM = WS-Clock-HH * 100 + WS-Clock-MM.
           COMPUTE WS-Step-End-Secs = WS-Clock-HH * 3600
               + WS-Clock-MM * 60 + WS-Clock-SS.
           IF WS-Step-End-Date > WS-Step-Start-Date
               COMPUTE WS-Step-Elapsed = WS-Step-End-Secs + 86400
                   - WS-Step-Start-Secs
           ELSE
               COMPUTE WS-Step-Elapsed = WS-Step-End-Secs
                   - WS-Step-Start-Secs
           END-IF.
           PERFORM FIND-STEP-RECORD-COUNT.

       COUNT-AUDIT-RECORDS.
           MOVE 0 TO WS-Audit-Before.
           MOVE "N" TO WS-Audit-Eof.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00"
               PERFORM UNTIL WS-Audit-Eof = "Y"
                   READ AuditFile
                       AT END
                           MOVE "Y" TO WS-Audit-Eof
                       NOT AT END
                           ADD 1 TO WS-Audit-Before
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       FIND-STEP-RECORD-COUNT.
           MOVE 0 TO WS-Step-Records WS-Audit-Read.
           MOVE "N" TO WS-Count-Reported WS-Audit-Eof.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00"
               PERFORM UNTIL WS-Audit-Eof = "Y"
                   READ AuditFile
                       AT END
                           MOVE "Y" TO WS-Audit-Eof
                       NOT AT END
                           ADD 1 TO WS-Audit-Read
                           IF WS-Audit-Read > WS-Audit-Before
                                   AND AUD-PROGRAM-NAME =
                                       WS-Step-Program(WS-Sub)
                               MOVE AUD-RECORD-COUNT
                                   TO WS-Step-Records
                               MOVE "Y" TO WS-Count-Reported
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       EVALUATE-STEP-SLA.
           MOVE "N" TO WS-Over-Duration WS-Past-Finish-By.
           IF WS-Step-Expected(WS-Sub) > 0
                   AND WS-Step-Elapsed > WS-Step-Expected(WS-Sub)
               MOVE "Y" TO WS-Over-Duration
           END-IF.
           IF WS-Step-Finish-By(WS-Sub) > 0
               IF WS-Step-Finish-By(WS-Sub) < WS-Chain-Start-HHMM
                   IF WS-Step-End-Date > WS-Run-Date
                           AND WS-Step-End-HHMM
                               > WS-Step-Finish-By(WS-Sub)
                       MOVE "Y" TO WS-Past-Finish-By
                   END-IF
               ELSE
                   IF WS-Step-End-Date > WS-Run-Date
                           OR WS-Step-End-HHMM
                               > WS-Step-Finish-By(WS-Sub)
                       MOVE "Y" TO WS-Past-Finish-By
                   END-IF
               END-IF
           END-IF.

       CHECK-STEP-SLA.
           MOVE WS-Step-Program(WS-Sub) TO WS-Alert-Program.
           IF WS-Over-Duration = "Y"
               MOVE "W" TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "RAN " WS-Step-Elapsed "S EXPECTED "
                   WS-Step-Expected(WS-Sub) "S STEP "
                   WS-Step-Number(WS-Sub)
                   DELIMITED BY SIZE INTO WS-Alert-Message
               END-STRING
               PERFORM RAISE-SLA-ALERT
           END-IF.
           IF WS-Past-Finish-By = "Y"
               MOVE "E" TO WS-Alert-Severity
               MOVE SPACES TO WS-Alert-Message
               STRING "LATE " WS-Step-End-HHMM " DUE BY "
                   WS-Step-Finish-By(WS-Sub) " STEP "
                   WS-Step-Number(WS-Sub)
                   DELIMITED BY SIZE INTO WS-Alert-Message
               END-STRING
               PERFORM RAISE-SLA-ALERT
           END-IF.

       RAISE-SLA-ALERT.
           CALL "ERROR-LOG" USING WS-Alert-Program
               WS-Alert-Severity WS-Alert-Status WS-Alert-Message.
           ADD 1 TO WS-Alert-Count.
           DISPLAY "*** SLA ALERT: " WS-Alert-Program " "
               WS-Alert-Message.
