       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-ACCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "operators.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Operator-Status.
           SELECT CompanyFile ASSIGN TO "companies.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Company-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY "OperatorMaster.cpy".
       FD CompanyFile.
       COPY "Company.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Operator-Status  PIC XX.
       01 WS-Company-Status   PIC XX.
       01 WS-Eof              PIC X.
       01 WS-Found            PIC X.
       01 WS-CSUB             PIC 9.

       LINKAGE SECTION.
       01 LS-OPERATOR-ID      PIC X(10).
       01 LS-COMPANY-CODE     PIC XX.
       01 LS-ACCESS-STATUS    PIC X.

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-COMPANY-CODE
               LS-ACCESS-STATUS.
           MOVE "N" TO WS-Eof WS-Found.
           MOVE "D" TO LS-ACCESS-STATUS.

           IF LS-COMPANY-CODE NOT = SPACES
               PERFORM CHECK-COMPANY-ON-FILE
               IF WS-Found = "N"
                   MOVE "N" TO LS-ACCESS-STATUS
                   EXIT PROGRAM
               END-IF
               MOVE "N" TO WS-Eof WS-Found
           END-IF.

           OPEN INPUT OperatorFile.
           IF WS-Operator-Status NOT = "00"
               MOVE "A" TO LS-ACCESS-STATUS
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-Eof = "Y" OR WS-Found = "Y"
               READ OperatorFile
                   AT END
                       MOVE "Y" TO WS-Eof
                   NOT AT END
                       IF OP-OPERATOR-ID = LS-OPERATOR-ID
                           MOVE "Y" TO WS-Found
                           PERFORM CHECK-COMPANY-LIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OperatorFile.

           EXIT PROGRAM.

       CHECK-COMPANY-ON-FILE.
           OPEN INPUT CompanyFile.
           IF WS-Company-Status NOT = "00"
               IF LS-COMPANY-CODE = "01"
                   MOVE "Y" TO WS-Found
               END-IF
           ELSE
               PERFORM UNTIL WS-Eof = "Y" OR WS-Found = "Y"
                   READ CompanyFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           IF CO-COMPANY-CODE = LS-COMPANY-CODE
                                   AND CO-STATUS NOT = "I"
                               MOVE "Y" TO WS-Found
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CompanyFile
           END-IF.

       CHECK-COMPANY-LIST.
           IF OP-COMPANY(1) = SPACES AND OP-COMPANY(2) = SPACES
                   AND OP-COMPANY(3) = SPACES
                   AND OP-COMPANY(4) = SPACES
                   AND OP-COMPANY(5) = SPACES
               MOVE "A" TO LS-ACCESS-STATUS
           ELSE
               IF LS-COMPANY-CODE NOT = SPACES
                   PERFORM VARYING WS-CSUB FROM 1 BY 1
                           UNTIL WS-CSUB > 5
                       IF OP-COMPANY(WS-CSUB) = LS-COMPANY-CODE
                           MOVE "A" TO LS-ACCESS-STATUS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
