       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE-REPORT INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EmployerFile ASSIGN TO "employer.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-STATUS.
           SELECT NewHireControlFile ASSIGN TO "newhire.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT TermHistoryFile ASSIGN TO "termhistory.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT NewHireFile ASSIGN TO "statenewhire.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWHIRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD EmployerFile.
       01 EMPLOYER-CONTROL-LINE   PIC X(202).

       FD NewHireControlFile.
       01 NEWHIRE-CONTROL-RECORD.
           02 NC-RECORD-TYPE      PIC X.
           02 NC-EMPLOYEE-ID      PIC 9(5).
           02 NC-HIRE-DATE        PIC 9(8).
           02 NC-WORK-STATE       PIC XX.
           02 NC-REPORT-DATE      PIC 9(8).

       FD TermHistoryFile.
       01 TERM-HISTORY-RECORD.
           02 TH-EMPLOYEE-ID      PIC 9(5).
           02 TH-EFFECTIVE-DATE   PIC 9(8).
           02 TH-REASON-CODE      PIC X(3).
           02 TH-REHIRE-ELIGIBLE  PIC X.
           02 TH-RECORD-DATE      PIC 9(8).
           02 TH-OPERATOR-ID      PIC X(10).

       FD NewHireFile.
       01 NEWHIRE-EMPLOYEE-RECORD.
           02 NH-RECORD-TYPE      PIC X.
           02 NH-SSN              PIC 9(9).
           02 NH-FIRST-NAME       PIC X(16).
           02 NH-LAST-NAME        PIC X(30).
           02 NH-STREET           PIC X(40).
           02 NH-CITY             PIC X(25).
           02 NH-STATE            PIC XX.
           02 NH-ZIP-CODE         PIC X(5).
           02 NH-HIRE-DATE        PIC 9(8).
           02 NH-BIRTH-DATE       PIC 9(8).
           02 NH-WORK-STATE       PIC XX.
           02 NH-HIRE-TYPE        PIC X.
           02 FILLER              PIC X(53).
       01 NEWHIRE-HEADER-RECORD
               REDEFINES NEWHIRE-EMPLOYEE-RECORD.
           02 NHH-RECORD-TYPE     PIC X.
           02 NHH-WORK-STATE      PIC XX.
           02 NHH-EIN             PIC 9(9).
           02 NHH-STATE-ID        PIC X(12).
           02 NHH-EMPLOYER-NAME   PIC X(45).
           02 NHH-STREET          PIC X(40).
           02 NHH-CITY            PIC X(25).
           02 NHH-STATE           PIC XX.
           02 NHH-ZIP-CODE        PIC X(5).
           02 NHH-RUN-DATE        PIC 9(8).
           02 FILLER              PIC X(51).
       01 NEWHIRE-TRAILER-RECORD
               REDEFINES NEWHIRE-EMPLOYEE-RECORD.
           02 NHT-RECORD-TYPE     PIC X.
           02 NHT-WORK-STATE      PIC XX.
           02 NHT-RECORD-COUNT    PIC 9(6).
           02 FILLER              PIC X(191).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-EMPLOYER-STATUS  PIC XX.
       01 WS-CONTROL-STATUS   PIC XX.
       01 WS-TERM-STATUS      PIC XX.
       01 WS-NEWHIRE-STATUS   PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-EMPLOYER-FOUND   PIC X VALUE "N".
       COPY "EmployerControl.cpy".

       01 WS-TODAY            PIC 9(8).
       01 WS-LAST-RUN-DATE    PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE      PIC 9(8).
       01 WS-HIRE-DATE        PIC 9(8).
       01 WS-HIRE-DATE-OK     PIC X.
       01 WS-DUE-DATE         PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-BUSDAY-COUNT     PIC 9(3) VALUE 20.
       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-SELECTED         PIC X.
       01 WS-MISSING-DATA     PIC X(40).
       01 WS-LATE-NOTE        PIC X(4).

       01 WS-REPORTED-TABLE.
           02 WS-RPT-COUNT PIC 9(5) VALUE 0.
           02 WS-RPT-ENTRY OCCURS 10000 TIMES.
             03 WS-RPT-TYPE       PIC X.
             03 WS-RPT-EMPLOYEE   PIC 9(5).
             03 WS-RPT-HIRE-DATE  PIC 9(8).
       01 WS-RPT-SUB          PIC 9(5).
       01 WS-ALREADY-REPORTED PIC X.
       01 WS-PENDING          PIC X.
       01 WS-REPORTED-BEFORE  PIC X.

       01 WS-TERM-TABLE.
           02 WS-TERM-COUNT PIC 9(4) VALUE 0.
           02 WS-TERM-ENTRY OCCURS 5000 TIMES.
             03 WS-TERM-EMPLOYEE  PIC 9(5).
       01 WS-TERM-SUB         PIC 9(4).

       01 WS-HIRE-TABLE.
           02 WS-HIRE-COUNT PIC 9(4) VALUE 0.
           02 WS-HIRE-ENTRY OCCURS 1000 TIMES.
             03 WS-HR-EMPLOYEE    PIC 9(5).
             03 WS-HR-WORK-STATE  PIC XX.
             03 WS-HR-HIRE-DATE   PIC 9(8).
             03 WS-HR-HIRE-TYPE   PIC X.
             03 WS-HR-IMAGE       PIC X(200).
       01 WS-HIRE-SUB         PIC 9(4).

       01 WS-STATE-TABLE.
           02 WS-STATE-COUNT PIC 99 VALUE 0.
           02 WS-STATE-ENTRY OCCURS 60 TIMES.
             03 WS-ST-CODE        PIC XX.
             03 WS-ST-COUNT       PIC 9(6).
       01 WS-ST-SUB           PIC 99.
       01 WS-ST-FOUND         PIC 99.
       01 WS-ST-INSERT        PIC 99.

       01 WS-CANDIDATE-COUNT  PIC 9(5) VALUE 0.
       01 WS-REPORTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT       PIC 9(5) VALUE 0.
       01 WS-DROPPED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT EmployerFile.
           IF WS-EMPLOYER-STATUS = "00"
               READ EmployerFile INTO EMPLOYER-CONTROL-RECORD
                   NOT AT END
                       MOVE "Y" TO WS-EMPLOYER-FOUND
               END-READ
               CLOSE EmployerFile
           END-IF.
           IF WS-EMPLOYER-FOUND NOT = "Y"
               DISPLAY "EMPLOYER CONTROL RECORD NOT ON FILE - "
                   "NEW-HIRE FILE NOT BUILT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-NEWHIRE-CONTROL.
           IF WS-EOF NOT = "Y"
               DISPLAY "NEW-HIRE CONTROL FILE EXCEEDS 10000 RECORDS - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TERM-HISTORY.

           IF WS-LAST-RUN-DATE = ZERO
               COMPUTE WS-CUTOFF-DATE = WS-TODAY - 10000
               DISPLAY "NO PRIOR NEW-HIRE RUN ON FILE - HIRES SINCE "
                   WS-CUTOFF-DATE " CONSIDERED"
           ELSE
               COMPUTE WS-CUTOFF-DATE = WS-LAST-RUN-DATE - 10000
               DISPLAY "NEW HIRES AND REHIRES SINCE LAST RUN ON "
                   WS-LAST-RUN-DATE
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY " ".
           DISPLAY "EMPLOYEES MISSING REQUIRED NEW-HIRE DATA".
           DISPLAY "EMPL   NAME                  HIRED     MISSING".
           DISPLAY "------------------------------------------------"
               "------------------------".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EM-EMPLOYEE-STATUS = "A"
                           PERFORM CHECK-NEW-HIRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY "------------------------------------------------"
               "------------------------".
           DISPLAY "EMPLOYEES MISSING DATA: " WS-MISSING-COUNT
               " - HELD UNTIL CORRECTED".

           OPEN OUTPUT NewHireFile.
           IF WS-NEWHIRE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NEW-HIRE FILE: STATUS "
                   WS-NEWHIRE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND NewHireControlFile.
           IF WS-CONTROL-STATUS = "05" OR WS-CONTROL-STATUS = "35"
               OPEN OUTPUT NewHireControlFile
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NEW-HIRE CONTROL FILE: STATUS "
                   WS-CONTROL-STATUS
               CLOSE NewHireFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "NEW HIRES REPORTED TO THE STATE".
           DISPLAY "ST EMPL   HIRED    TYPE".
           DISPLAY "------------------------".
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STATE-COUNT
               PERFORM WRITE-STATE-GROUP
           END-PERFORM.
           PERFORM WRITE-MISSING-CONTROL.

           MOVE "R" TO NC-RECORD-TYPE.
           MOVE ZERO TO NC-EMPLOYEE-ID.
           MOVE ZERO TO NC-HIRE-DATE.
           MOVE SPACES TO NC-WORK-STATE.
           MOVE WS-TODAY TO NC-REPORT-DATE.
           WRITE NEWHIRE-CONTROL-RECORD.
           CLOSE NewHireControlFile.
           CLOSE NewHireFile.

           DISPLAY "------------------------".
           DISPLAY "CANDIDATES FOUND      : " WS-CANDIDATE-COUNT.
           DISPLAY "REPORTED TO THE STATE : " WS-REPORTED-COUNT
               " IN " WS-STATE-COUNT " STATE GROUP(S)".
           DISPLAY "REPORTED AFTER 20 DAYS: " WS-LATE-COUNT.
           DISPLAY "HELD FOR MISSING DATA : " WS-MISSING-COUNT.
           IF WS-DROPPED-COUNT > 0
               DISPLAY "WARNING - NEW-HIRE TABLE FULL: "
                   WS-DROPPED-COUNT " EMPLOYEE(S) LEFT FOR THE "
                   "NEXT RUN"
           END-IF.

           GOBACK.

       CHECK-NEW-HIRE.
           MOVE EM-EMPLOYEE-ID-PACKED TO WS-EMPLOYEE-ID.
           COMPUTE WS-HIRE-DATE =
               (EM-HIRE-YEAR * 10000)
             + (EM-HIRE-MONTH * 100)
             + EM-HIRE-DAY.
           CALL "DATE-VALIDATE" USING WS-HIRE-DATE WS-HIRE-DATE-OK.
           PERFORM CHECK-CONTROL-HISTORY.
           MOVE "N" TO WS-SELECTED.
           IF WS-ALREADY-REPORTED = "N"
               IF WS-PENDING = "Y"
                   MOVE "Y" TO WS-SELECTED
               END-IF
               IF EM-WRITE-TIMESTAMP >= WS-LAST-RUN-DATE
                   IF WS-HIRE-DATE-OK NOT = "Y"
                       MOVE "Y" TO WS-SELECTED
                   ELSE
                       IF WS-HIRE-DATE >= WS-CUTOFF-DATE
                               AND WS-HIRE-DATE <= WS-TODAY
                           MOVE "Y" TO WS-SELECTED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-SELECTED = "Y"
               ADD 1 TO WS-CANDIDATE-COUNT
               PERFORM CHECK-REQUIRED-DATA
               IF WS-MISSING-DATA NOT = SPACES
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY WS-EMPLOYEE-ID "  " EM-FIRST-NAME " "
                       EM-LAST-NAME " " WS-HIRE-DATE "  "
                       WS-MISSING-DATA
                   PERFORM NOTE-MISSING-EMPLOYEE
               ELSE
                   PERFORM SAVE-NEW-HIRE
               END-IF
           END-IF.

       CHECK-CONTROL-HISTORY.
           MOVE "N" TO WS-ALREADY-REPORTED.
           MOVE "N" TO WS-PENDING.
           MOVE "N" TO WS-REPORTED-BEFORE.
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-COUNT
               IF WS-RPT-EMPLOYEE(WS-RPT-SUB) = WS-EMPLOYEE-ID
                   IF WS-RPT-TYPE(WS-RPT-SUB) = "E"
                       IF WS-RPT-HIRE-DATE(WS-RPT-SUB) = WS-HIRE-DATE
                           MOVE "Y" TO WS-ALREADY-REPORTED
                       ELSE
                           MOVE "Y" TO WS-REPORTED-BEFORE
                       END-IF
                   ELSE
                       IF WS-RPT-TYPE(WS-RPT-SUB) = "X"
                           MOVE "Y" TO WS-PENDING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-REQUIRED-DATA.
           MOVE SPACES TO WS-MISSING-DATA.
           IF EM-SSN = ZERO
               STRING "SSN " DELIMITED BY SIZE
                   INTO WS-MISSING-DATA
           END-IF.
           IF EM-FIRST-NAME = SPACES OR EM-LAST-NAME = SPACES
               STRING WS-MISSING-DATA DELIMITED BY "  "
                   " NAME" DELIMITED BY SIZE
                   INTO WS-MISSING-DATA
           END-IF.
           IF EM-STREET = SPACES OR EM-CITY = SPACES
                   OR EM-HOME-STATE = SPACES OR EM-ZIP-CODE = SPACES
               STRING WS-MISSING-DATA DELIMITED BY "  "
                   " ADDRESS" DELIMITED BY SIZE
                   INTO WS-MISSING-DATA
           END-IF.
           IF WS-HIRE-DATE-OK NOT = "Y"
               STRING WS-MISSING-DATA DELIMITED BY "  "
                   " HIRE-DATE" DELIMITED BY SIZE
                   INTO WS-MISSING-DATA
           END-IF.
           IF EM-WORK-STATE = SPACES
               STRING WS-MISSING-DATA DELIMITED BY "  "
                   " WORK-STATE" DELIMITED BY SIZE
                   INTO WS-MISSING-DATA
           END-IF.

       SAVE-NEW-HIRE.
           IF WS-HIRE-COUNT >= 1000
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-HIRE-COUNT
               MOVE WS-EMPLOYEE-ID TO WS-HR-EMPLOYEE(WS-HIRE-COUNT)
               MOVE EM-WORK-STATE TO WS-HR-WORK-STATE(WS-HIRE-COUNT)
               MOVE WS-HIRE-DATE TO WS-HR-HIRE-DATE(WS-HIRE-COUNT)
               MOVE "N" TO WS-HR-HIRE-TYPE(WS-HIRE-COUNT)
               IF WS-REPORTED-BEFORE = "Y"
                   MOVE "R" TO WS-HR-HIRE-TYPE(WS-HIRE-COUNT)
               ELSE
                   PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                           UNTIL WS-TERM-SUB > WS-TERM-COUNT
                       IF WS-TERM-EMPLOYEE(WS-TERM-SUB)
                               = WS-EMPLOYEE-ID
                           MOVE "R"
                               TO WS-HR-HIRE-TYPE(WS-HIRE-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO NEWHIRE-EMPLOYEE-RECORD
               MOVE "E" TO NH-RECORD-TYPE
               MOVE EM-SSN TO NH-SSN
               MOVE EM-FIRST-NAME TO NH-FIRST-NAME
               MOVE EM-LAST-NAME TO NH-LAST-NAME
               MOVE EM-STREET TO NH-STREET
               MOVE EM-CITY TO NH-CITY
               MOVE EM-HOME-STATE TO NH-STATE
               MOVE EM-ZIP-CODE TO NH-ZIP-CODE
               MOVE WS-HIRE-DATE TO NH-HIRE-DATE
               MOVE EM-BIRTH-DATE TO NH-BIRTH-DATE
               MOVE EM-WORK-STATE TO NH-WORK-STATE
               MOVE WS-HR-HIRE-TYPE(WS-HIRE-COUNT) TO NH-HIRE-TYPE
               MOVE NEWHIRE-EMPLOYEE-RECORD
                   TO WS-HR-IMAGE(WS-HIRE-COUNT)
               PERFORM NOTE-WORK-STATE
           END-IF.

       NOTE-WORK-STATE.
           MOVE 0 TO WS-ST-FOUND.
           MOVE 0 TO WS-ST-INSERT.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STATE-COUNT
                   OR WS-ST-FOUND > 0 OR WS-ST-INSERT > 0
               IF WS-ST-CODE(WS-ST-SUB) = EM-WORK-STATE
                   MOVE WS-ST-SUB TO WS-ST-FOUND
               ELSE
                   IF WS-ST-CODE(WS-ST-SUB) > EM-WORK-STATE
                       MOVE WS-ST-SUB TO WS-ST-INSERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = 0
               IF WS-ST-INSERT = 0
                   COMPUTE WS-ST-INSERT = WS-STATE-COUNT + 1
               END-IF
               PERFORM VARYING WS-ST-SUB FROM WS-STATE-COUNT BY -1
                       UNTIL WS-ST-SUB < WS-ST-INSERT
                   MOVE WS-STATE-ENTRY(WS-ST-SUB)
                       TO WS-STATE-ENTRY(WS-ST-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-STATE-COUNT
               MOVE EM-WORK-STATE TO WS-ST-CODE(WS-ST-INSERT)
               MOVE 0 TO WS-ST-COUNT(WS-ST-INSERT)
           END-IF.

       WRITE-STATE-GROUP.
           MOVE SPACES TO NEWHIRE-HEADER-RECORD.
           MOVE "H" TO NHH-RECORD-TYPE.
           MOVE WS-ST-CODE(WS-ST-SUB) TO NHH-WORK-STATE.
           MOVE ER-EIN TO NHH-EIN.
           MOVE ER-STATE-ID TO NHH-STATE-ID.
           MOVE ER-NAME TO NHH-EMPLOYER-NAME.
           MOVE ER-STREET TO NHH-STREET.
           MOVE ER-CITY TO NHH-CITY.
           MOVE ER-STATE TO NHH-STATE.
           MOVE ER-ZIP-CODE TO NHH-ZIP-CODE.
           MOVE WS-TODAY TO NHH-RUN-DATE.
           WRITE NEWHIRE-HEADER-RECORD.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
                   UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HR-WORK-STATE(WS-HIRE-SUB)
                       = WS-ST-CODE(WS-ST-SUB)
                   PERFORM WRITE-ONE-NEW-HIRE
               END-IF
           END-PERFORM.
           MOVE SPACES TO NEWHIRE-TRAILER-RECORD.
           MOVE "T" TO NHT-RECORD-TYPE.
           MOVE WS-ST-CODE(WS-ST-SUB) TO NHT-WORK-STATE.
           MOVE WS-ST-COUNT(WS-ST-SUB) TO NHT-RECORD-COUNT.
           WRITE NEWHIRE-TRAILER-RECORD.

       WRITE-ONE-NEW-HIRE.
           MOVE WS-HR-IMAGE(WS-HIRE-SUB) TO NEWHIRE-EMPLOYEE-RECORD.
           WRITE NEWHIRE-EMPLOYEE-RECORD.
           ADD 1 TO WS-ST-COUNT(WS-ST-SUB).
           ADD 1 TO WS-REPORTED-COUNT.
           MOVE "E" TO NC-RECORD-TYPE.
           MOVE WS-HR-EMPLOYEE(WS-HIRE-SUB) TO NC-EMPLOYEE-ID.
           MOVE WS-HR-HIRE-DATE(WS-HIRE-SUB) TO NC-HIRE-DATE.
           MOVE WS-HR-WORK-STATE(WS-HIRE-SUB) TO NC-WORK-STATE.
           MOVE WS-TODAY TO NC-REPORT-DATE.
           WRITE NEWHIRE-CONTROL-RECORD.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-HR-HIRE-DATE(WS-HIRE-SUB) WS-BUSDAY-COUNT
               WS-DUE-DATE.
           MOVE SPACES TO WS-LATE-NOTE.
           IF WS-TODAY > WS-DUE-DATE
               MOVE "LATE" TO WS-LATE-NOTE
               ADD 1 TO WS-LATE-COUNT
           END-IF.
           DISPLAY WS-HR-WORK-STATE(WS-HIRE-SUB) " "
               WS-HR-EMPLOYEE(WS-HIRE-SUB) "  "
               WS-HR-HIRE-DATE(WS-HIRE-SUB) " "
               WS-HR-HIRE-TYPE(WS-HIRE-SUB) "    " WS-LATE-NOTE.

       NOTE-MISSING-EMPLOYEE.
           IF WS-PENDING = "N" AND WS-RPT-COUNT < 10000
               ADD 1 TO WS-RPT-COUNT
               MOVE "M" TO WS-RPT-TYPE(WS-RPT-COUNT)
               MOVE WS-EMPLOYEE-ID TO WS-RPT-EMPLOYEE(WS-RPT-COUNT)
               MOVE WS-HIRE-DATE TO WS-RPT-HIRE-DATE(WS-RPT-COUNT)
           END-IF.

       WRITE-MISSING-CONTROL.
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-COUNT
               IF WS-RPT-TYPE(WS-RPT-SUB) = "M"
                   MOVE "X" TO NC-RECORD-TYPE
                   MOVE WS-RPT-EMPLOYEE(WS-RPT-SUB) TO NC-EMPLOYEE-ID
                   MOVE WS-RPT-HIRE-DATE(WS-RPT-SUB) TO NC-HIRE-DATE
                   MOVE SPACES TO NC-WORK-STATE
                   MOVE WS-TODAY TO NC-REPORT-DATE
                   WRITE NEWHIRE-CONTROL-RECORD
               END-IF
           END-PERFORM.

       LOAD-NEWHIRE-CONTROL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT NewHireControlFile.
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-RPT-COUNT >= 10000
                   READ NewHireControlFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF NC-RECORD-TYPE = "R"
                               IF NC-REPORT-DATE > WS-LAST-RUN-DATE
                                   MOVE NC-REPORT-DATE
                                       TO WS-LAST-RUN-DATE
                               END-IF
                           ELSE
                               ADD 1 TO WS-RPT-COUNT
                               MOVE NC-RECORD-TYPE
                                   TO WS-RPT-TYPE(WS-RPT-COUNT)
                               MOVE NC-EMPLOYEE-ID
                                   TO WS-RPT-EMPLOYEE(WS-RPT-COUNT)
                               MOVE NC-HIRE-DATE
                                   TO WS-RPT-HIRE-DATE(WS-RPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NewHireControlFile
           END-IF.

       LOAD-TERM-HISTORY.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TermHistoryFile.
           IF WS-TERM-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-TERM-COUNT >= 5000
                   READ TermHistoryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-TERM-COUNT
                           MOVE TH-EMPLOYEE-ID
                               TO WS-TERM-EMPLOYEE(WS-TERM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TermHistoryFile
           END-IF.
