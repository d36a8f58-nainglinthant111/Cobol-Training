       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CredentialFile ASSIGN TO "credentials.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Credential-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CredentialFile.
       COPY "Credential.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Credential-Status PIC XX.
       01 WS-Eof               PIC X.

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID      PIC 9(5).
       01 LS-CHECK-DATE       PIC 9(8).
       01 LS-LAPSED-FLAG      PIC X.
       01 LS-LAPSED-TYPE      PIC X(4).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-CHECK-DATE
               LS-LAPSED-FLAG LS-LAPSED-TYPE.
           MOVE "N" TO LS-LAPSED-FLAG.
           MOVE SPACES TO LS-LAPSED-TYPE.

           MOVE "N" TO WS-Eof.
           OPEN INPUT CredentialFile.
           IF WS-Credential-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR LS-LAPSED-FLAG = "Y"
                   READ CredentialFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF CL-EMPLOYEE-ID = LS-EMPLOYEE-ID
                                   AND CL-STATUS = "A"
                                   AND CL-REQUIRED-FLAG = "Y"
                                   AND CL-EXPIRY-DATE NOT = ZERO
                                   AND CL-EXPIRY-DATE < LS-CHECK-DATE
                               MOVE "Y" TO LS-LAPSED-FLAG
                               MOVE CL-CREDENTIAL-TYPE
                                   TO LS-LAPSED-TYPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CredentialFile
           END-IF.

           EXIT PROGRAM.
