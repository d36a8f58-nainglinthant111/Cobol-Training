       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-EXPIRY INITIAL.

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
           SELECT WarningFile ASSIGN TO "credexpiry.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARNING-STATUS.
           SELECT CsvFile ASSIGN TO "credexpiry.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CredentialFile.
       COPY "Credential.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD WarningFile.
       01 WARNING-LINE            PIC X(80).

       FD CsvFile.
       01 CSV-LINE                PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-CREDENTIAL-STATUS PIC XX.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-WARNING-STATUS   PIC XX.
       01 WS-CSV-STATUS       PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-EMPLOYEE-OK      PIC X.

       01 WS-TODAY            PIC 9(8).
       01 WS-DAY-30           PIC 9(8).
       01 WS-DAY-60           PIC 9(8).
       01 WS-DAY-90           PIC 9(8).
       01 WS-BUSDAY-FUNCTION  PIC X VALUE "C".
       01 WS-BUSDAY-COUNT     PIC 9(3).

       01 WS-WARNING-TABLE.
           02 WS-WARN-COUNT PIC 9(4) VALUE 0.
           02 WS-WARN-ENTRY OCCURS 1000 TIMES.
             03 WS-WN-EMPLOYEE  PIC 9(5).
             03 WS-WN-NAME      PIC X(21).
             03 WS-WN-MANAGER   PIC 9(5).
             03 WS-WN-TYPE      PIC X(4).
             03 WS-WN-NUMBER    PIC X(20).
             03 WS-WN-EXPIRY    PIC 9(8).
             03 WS-WN-BUCKET    PIC X(7).
             03 WS-WN-REQUIRED  PIC X.
       01 WS-WARN-SUB         PIC 9(4).
       01 WS-DROPPED-COUNT    PIC 9(5) VALUE 0.
       01 WS-BUCKET           PIC X(7).

       01 WS-MANAGER-TABLE.
           02 WS-MGR-COUNT PIC 9(4) VALUE 0.
           02 WS-MGR-ENTRY OCCURS 1000 TIMES.
             03 WS-MGR-ID       PIC 9(5).
       01 WS-MGR-SUB          PIC 9(4).
       01 WS-MGR-FOUND        PIC X.

       01 WS-EXPIRED-COUNT    PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE.
           02 WS-DL-EMPLOYEE  PIC 9(5).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NAME      PIC X(21).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-TYPE      PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-NUMBER    PIC X(20).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-EXPIRY    PIC 9(8).
           02 FILLER          PIC X VALUE SPACE.
           02 WS-DL-BUCKET    PIC X(7).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WS-DL-REQUIRED  PIC X.
           02 FILLER          PIC X(7) VALUE SPACES.

       01 WS-OPERATOR-ID      PIC X(10) VALUE "BATCH".
       01 WS-REPORT-LINES     PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "CREDENTIAL EXPIRY".
       01 WS-SPOOL-FILE       PIC X(20) VALUE "credexpiry.prt".
       01 WS-SPOOL-CSV        PIC X(20) VALUE "credexpiry.csv".
       01 WS-SPOOL-PAGES      PIC 9(5).
       01 WS-SPOOL-LEVEL      PIC 9 VALUE 1.
       COPY "CsvExport.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 30 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-BUSDAY-COUNT WS-DAY-30.
           MOVE 60 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-BUSDAY-COUNT WS-DAY-60.
           MOVE 90 TO WS-BUSDAY-COUNT.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-TODAY
               WS-BUSDAY-COUNT WS-DAY-90.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CredentialFile.
           IF WS-CREDENTIAL-STATUS NOT = "00"
               DISPLAY "NO CREDENTIAL FILE - NO EXPIRY WARNINGS"
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CredentialFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CL-STATUS = "A"
                               AND CL-EXPIRY-DATE NOT = ZERO
                               AND CL-EXPIRY-DATE <= WS-DAY-90
                           PERFORM COLLECT-WARNING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CredentialFile.

           OPEN OUTPUT WarningFile.
           IF WS-WARNING-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WARNING FILE: STATUS "
                   WS-WARNING-STATUS
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CSV-EXPORT.
           STRING "MANAGER,EMPLOYEE,NAME,CREDENTIAL TYPE"
               ",CREDENTIAL NUMBER,EXPIRES,WARNING,REQUIRED"
               DELIMITED BY SIZE INTO EX-ROW.
           PERFORM WRITE-CSV-ROW.

           STRING "CREDENTIAL EXPIRY WARNINGS AS OF " WS-TODAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-WARNING-LINE.
           IF WS-WARN-COUNT = 0
               MOVE "NO CREDENTIALS EXPIRED OR EXPIRING WITHIN 90 DAYS"
                   TO WS-PRINT-LINE
               PERFORM WRITE-WARNING-LINE
           END-IF.
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
                   UNTIL WS-MGR-SUB > WS-MGR-COUNT
               PERFORM PRINT-MANAGER-SECTION
           END-PERFORM.

           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-WARNING-LINE.
           STRING "CREDENTIALS LISTED " WS-WARN-COUNT
               "  EXPIRED " WS-EXPIRED-COUNT
               "  REQUIRED AND LAPSED " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-WARNING-LINE.
           IF WS-DROPPED-COUNT > 0
               STRING "WARNING TABLE FULL - " WS-DROPPED-COUNT
                   " CREDENTIAL(S) NOT LISTED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-WARNING-LINE
           END-IF.

           CLOSE WarningFile.
           PERFORM CLOSE-CSV-EXPORT.
           CLOSE EMPLOYEE-MASTER-FILE.

           COMPUTE WS-SPOOL-PAGES = (WS-REPORT-LINES + 59) / 60.
           CALL "SPOOL-REGISTER" USING WS-SPOOL-REPORT
               WS-SPOOL-FILE WS-OPERATOR-ID WS-SPOOL-PAGES
               WS-SPOOL-LEVEL WS-SPOOL-CSV.

           DISPLAY "CREDENTIAL EXPIRY WARNINGS COMPLETE: "
               WS-WARN-COUNT " LISTED FOR " WS-MGR-COUNT
               " MANAGER(S)".

           GOBACK.

       COLLECT-WARNING.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE CL-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
           END-READ.
           IF WS-EMPLOYEE-OK = "Y" AND EM-EMPLOYEE-STATUS = "A"
               IF WS-WARN-COUNT >= 1000
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   EVALUATE TRUE
                       WHEN CL-EXPIRY-DATE < WS-TODAY
                           MOVE "EXPIRED" TO WS-BUCKET
                           ADD 1 TO WS-EXPIRED-COUNT
                           IF CL-REQUIRED-FLAG = "Y"
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                       WHEN CL-EXPIRY-DATE <= WS-DAY-30
                           MOVE "30 DAYS" TO WS-BUCKET
                       WHEN CL-EXPIRY-DATE <= WS-DAY-60
                           MOVE "60 DAYS" TO WS-BUCKET
                       WHEN OTHER
                           MOVE "90 DAYS" TO WS-BUCKET
                   END-EVALUATE
                   ADD 1 TO WS-WARN-COUNT
                   MOVE CL-EMPLOYEE-ID
                       TO WS-WN-EMPLOYEE(WS-WARN-COUNT)
                   MOVE SPACES TO WS-WN-NAME(WS-WARN-COUNT)
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                       " " EM-LAST-NAME DELIMITED BY SIZE
                       INTO WS-WN-NAME(WS-WARN-COUNT)
                   MOVE EM-MANAGER-ID
                       TO WS-WN-MANAGER(WS-WARN-COUNT)
                   MOVE CL-CREDENTIAL-TYPE
                       TO WS-WN-TYPE(WS-WARN-COUNT)
                   MOVE CL-CREDENTIAL-NUMBER
                       TO WS-WN-NUMBER(WS-WARN-COUNT)
                   MOVE CL-EXPIRY-DATE
                       TO WS-WN-EXPIRY(WS-WARN-COUNT)
                   MOVE WS-BUCKET TO WS-WN-BUCKET(WS-WARN-COUNT)
                   MOVE CL-REQUIRED-FLAG
                       TO WS-WN-REQUIRED(WS-WARN-COUNT)
                   PERFORM NOTE-MANAGER
               END-IF
           END-IF.

       NOTE-MANAGER.
           MOVE "N" TO WS-MGR-FOUND.
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
                   UNTIL WS-MGR-SUB > WS-MGR-COUNT
               IF WS-MGR-ID(WS-MGR-SUB) = EM-MANAGER-ID
                   MOVE "Y" TO WS-MGR-FOUND
               END-IF
           END-PERFORM.
           IF WS-MGR-FOUND = "N"
               ADD 1 TO WS-MGR-COUNT
               MOVE EM-MANAGER-ID TO WS-MGR-ID(WS-MGR-COUNT)
           END-IF.

       PRINT-MANAGER-SECTION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-WARNING-LINE.
           MOVE ALL "=" TO WS-PRINT-LINE.
           PERFORM WRITE-WARNING-LINE.
           IF WS-MGR-ID(WS-MGR-SUB) = ZERO
               MOVE "EMPLOYEES WITH NO MANAGER ON FILE"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "N" TO WS-EMPLOYEE-OK
               MOVE WS-MGR-ID(WS-MGR-SUB) TO EM-EMPLOYEE-ID-PACKED
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMPLOYEE-OK
               END-READ
               IF WS-EMPLOYEE-OK = "Y"
                   STRING "MANAGER " WS-MGR-ID(WS-MGR-SUB) " "
                       EM-FIRST-NAME DELIMITED BY SIZE
                       " " EM-LAST-NAME DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               ELSE
                   STRING "MANAGER " WS-MGR-ID(WS-MGR-SUB)
                       " (NOT ON MASTER)"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
           END-IF.
           PERFORM WRITE-WARNING-LINE.
           MOVE "EMPL  EMPLOYEE              TYPE NUMBER          "
               TO WS-PRINT-LINE.
           MOVE "     EXPIRES  WARNING  REQ" TO WS-PRINT-LINE(51:26).
           PERFORM WRITE-WARNING-LINE.
           PERFORM VARYING WS-WARN-SUB FROM 1 BY 1
                   UNTIL WS-WARN-SUB > WS-WARN-COUNT
               IF WS-WN-MANAGER(WS-WARN-SUB) = WS-MGR-ID(WS-MGR-SUB)
                   MOVE WS-WN-EMPLOYEE(WS-WARN-SUB) TO WS-DL-EMPLOYEE
                   MOVE WS-WN-NAME(WS-WARN-SUB) TO WS-DL-NAME
                   MOVE WS-WN-TYPE(WS-WARN-SUB) TO WS-DL-TYPE
                   MOVE WS-WN-NUMBER(WS-WARN-SUB) TO WS-DL-NUMBER
                   MOVE WS-WN-EXPIRY(WS-WARN-SUB) TO WS-DL-EXPIRY
                   MOVE WS-WN-BUCKET(WS-WARN-SUB) TO WS-DL-BUCKET
                   MOVE WS-WN-REQUIRED(WS-WARN-SUB) TO WS-DL-REQUIRED
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-WARNING-LINE
                   MOVE WS-MGR-ID(WS-MGR-SUB)       TO EX-AMOUNT
                   PERFORM ADD-CSV-NUMBER
                   MOVE WS-WN-EMPLOYEE(WS-WARN-SUB) TO EX-AMOUNT
                   PERFORM ADD-CSV-NUMBER
                   MOVE WS-WN-NAME(WS-WARN-SUB)     TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE WS-WN-TYPE(WS-WARN-SUB)     TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE WS-WN-NUMBER(WS-WARN-SUB)   TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE WS-WN-EXPIRY(WS-WARN-SUB)   TO EX-AMOUNT
                   PERFORM ADD-CSV-NUMBER
                   MOVE WS-WN-BUCKET(WS-WARN-SUB)   TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   MOVE WS-WN-REQUIRED(WS-WARN-SUB) TO EX-TEXT
                   PERFORM ADD-CSV-TEXT
                   PERFORM WRITE-CSV-ROW
                   IF WS-WN-BUCKET(WS-WARN-SUB) = "EXPIRED"
                           AND WS-WN-REQUIRED(WS-WARN-SUB) = "Y"
                       MOVE "      ** REQUIRED CREDENTIAL LAPSED - "
                           TO WS-PRINT-LINE
                       MOVE "TIME IS ON HOLD UNTIL RENEWED **"
                           TO WS-PRINT-LINE(39:32)
                       PERFORM WRITE-WARNING-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-WARNING-LINE.
           MOVE WS-PRINT-LINE TO WARNING-LINE.
           WRITE WARNING-LINE.
           ADD 1 TO WS-REPORT-LINES.
           MOVE SPACES TO WS-PRINT-LINE.

       OPEN-CSV-EXPORT.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.
           OPEN OUTPUT CsvFile.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CSV EXPORT " WS-SPOOL-CSV
                   ": STATUS " WS-CSV-STATUS
               MOVE SPACES TO WS-SPOOL-CSV
           END-IF.

       ADD-CSV-TEXT.
           MOVE "T" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       ADD-CSV-NUMBER.
           MOVE "N" TO EX-FIELD-TYPE.
           CALL "CSV-FIELD" USING CSV-EXPORT-AREA.

       WRITE-CSV-ROW.
           IF WS-SPOOL-CSV NOT = SPACES
               MOVE EX-ROW TO CSV-LINE
               WRITE CSV-LINE
           END-IF.
           MOVE SPACES TO EX-ROW.
           MOVE 0 TO EX-ROW-LENGTH.

       CLOSE-CSV-EXPORT.
           IF WS-SPOOL-CSV NOT = SPACES
               CLOSE CsvFile
           END-IF.
