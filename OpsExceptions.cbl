           SELECT CentralErrorFile ASSIGN TO "errorlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Central-Status.
           SELECT FraudExceptionFile ASSIGN TO "fraudexceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Fraud-Status.
           SELECT OpsSummaryFile ASSIGN TO "opsexceptions.ctl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Summary-Status.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER            PIC X.
           05 ERR-MESSAGE       PIC X(40).

       FD FraudExceptionFile.
       01 FRAUD-EXCEPTION-RECORD.
           05 FX-SCAN-DATE      PIC 9(8).
           05 FX-EMPLOYEE-ID    PIC 9(5).
           05 FX-RULE           PIC X(4).
           05 FX-MESSAGE        PIC X(30).

       FD OpsSummaryFile.
       COPY "OpsSummary.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Skip-Status      PIC XX.
       01 WS-Central-Status   PIC XX.
       01 WS-Suspense-Status  PIC XX.
       01 WS-Recon-Status     PIC XX.
       01 WS-Error-Status     PIC XX.
       01 WS-Fraud-Status     PIC XX.
       01 WS-Fraud-Count      PIC 9(3) VALUE 0.
       01 WS-Summary-Status   PIC XX.
       01 WS-Eof              PIC X.

       01 WS-Exception-Table.
           PERFORM READ-RECON-EXCEPTIONS.
           PERFORM READ-ERROR-LOG.
           PERFORM READ-CENTRAL-ERRORS.
           PERFORM READ-FRAUD-EXCEPTIONS.

           PERFORM SORT-EXCEPTIONS.

           DISPLAY "RECON EXCEPTIONS    : " WS-Recon-Count.
           DISPLAY "FILE STATUS ERRORS  : " WS-Error-Count.
           DISPLAY "CENTRAL ERROR LOG   : " WS-Central-Count.
           DISPLAY "PAYROLL FRAUD SCAN  : " WS-Fraud-Count.
           DISPLAY "TOTAL EXCEPTIONS    : " WS-Entry-Count.

           PERFORM WRITE-OPS-SUMMARY.

           GOBACK.

       WRITE-OPS-SUMMARY.
           OPEN OUTPUT OpsSummaryFile.
           IF WS-Summary-Status = "00"
               ACCEPT OS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT OS-RUN-TIME FROM TIME
               MOVE WS-Entry-Count TO OS-EXCEPTION-COUNT
               WRITE OPS-SUMMARY-RECORD
               CLOSE OpsSummaryFile
           ELSE
               DISPLAY "COULD NOT WRITE opsexceptions.ctl: STATUS "
                   WS-Summary-Status
           END-IF.

       ADD-EXCEPTION-ENTRY.
           IF WS-Entry-Count < 999
               ADD 1 TO WS-Entry-Count
               CLOSE CentralErrorFile
           END-IF.

       READ-FRAUD-EXCEPTIONS.
           MOVE "N" TO WS-Eof.
           OPEN INPUT FraudExceptionFile.
           IF WS-Fraud-Status NOT = "00"
               DISPLAY "COULD NOT OPEN fraudexceptions.dat: STATUS "
                   WS-Fraud-Status
           ELSE
               PERFORM UNTIL WS-Eof = "Y"
                   READ FraudExceptionFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Fraud-Count
                           MOVE "FRAUD-SCAN" TO WS-Swap-Source
                           MOVE FX-SCAN-DATE TO WS-Swap-Timestamp
                           MOVE "HIGH" TO WS-Swap-Severity
                           MOVE SPACES TO WS-Work-Message
                           STRING "EMP " FX-EMPLOYEE-ID " "
                               FX-MESSAGE DELIMITED BY SIZE
                               INTO WS-Work-Message
                           MOVE WS-Work-Message TO WS-Swap-Message
                           PERFORM ADD-EXCEPTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FraudExceptionFile
           END-IF.

       SORT-EXCEPTIONS.
           PERFORM VARYING WS-Sort-I FROM 1 BY 1
                   UNTIL WS-Sort-I >= WS-Entry-Count
