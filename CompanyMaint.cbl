       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CompanyFile ASSIGN TO "companies.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Company-Status.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-Employee-Status.
           SELECT CustomerFile ASSIGN TO "customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerID
               FILE STATUS IS WS-Customer-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CompanyFile.
       COPY "Company.cpy".
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".
       FD CustomerFile.
       COPY "CustomerMaster.cpy".

       WORKING-STORAGE SECTION.
       01 WS-Company-Status   PIC XX.
       01 WS-Employee-Status  PIC XX.
       01 WS-Customer-Status  PIC XX.
       01 WS-Eof              PIC X VALUE "N".
       01 WS-End              PIC X VALUE "Y".
       01 WS-Mode             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".
           88 MODE-EMPLOYEE   VALUE "E".
           88 MODE-CUSTOMER   VALUE "C".
       01 WS-Sign-On-Status   PIC X.
       01 WS-Supervisor-Level PIC 9 VALUE 2.
       01 WS-Password         PIC X(10).

       01 WS-Company-Table.
           02 WS-Cmp-Count PIC 9(3) VALUE 0.
           02 WS-Cmp-Entry OCCURS 99 TIMES.
             03 WS-Cmp-Image PIC X(41).
       01 WS-Cmp-Sub          PIC 9(3).
       01 WS-Cmp-Found        PIC X.
       01 WS-Cmp-Changed      PIC X VALUE "N".
       01 WS-NEW-COMPANY      PIC X(41).
       01 WS-ASSIGN-COMPANY   PIC XX.
       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-CUSTOMER-ID      PIC 9(5).
       01 WS-ACCOUNT-ENTRY    PIC 9(4).

       01 WS-Program-Name      PIC X(20) VALUE "COMPANY-MAINT".
       01 WS-Operator-ID       PIC X(10).
       01 WS-Start-Timestamp.
           05 WS-Start-Date    PIC 9(8).
           05 WS-Start-Time    PIC 9(6).
       01 WS-End-Timestamp.
           05 WS-End-Date      PIC 9(8).
           05 WS-End-Time      PIC 9(6).
       01 WS-Written-Count     PIC 9(6) VALUE 0.

       01 WS-ENV-MODE          PIC X VALUE "L".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "ENV-BANNER" USING WS-ENV-MODE.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-Operator-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-Password.
           ACCEPT WS-Start-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Start-Time FROM TIME.

           CALL "SIGN-ON" USING WS-Operator-ID WS-Password
               WS-Supervisor-Level WS-Sign-On-Status.
           IF WS-Sign-On-Status NOT = "A"
               DISPLAY "OPERATOR " WS-Operator-ID
                   " NOT AUTHORIZED FOR COMPANY MAINTENANCE"
               STOP RUN
           END-IF.

           DISPLAY "SELECT MODE (A=ADD/CHANGE COMPANY, L=LIST, "
               "E=ASSIGN EMPLOYEE, C=ASSIGN CUSTOMER): ".
           ACCEPT WS-Mode.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM LOAD-COMPANIES
                   PERFORM ADD-COMPANIES
                   IF WS-Cmp-Changed = "Y"
                       PERFORM REWRITE-COMPANIES
                   END-IF
               WHEN MODE-LIST
                   PERFORM LIST-COMPANIES
               WHEN MODE-EMPLOYEE
                   PERFORM LOAD-COMPANIES
                   PERFORM ASSIGN-EMPLOYEES
               WHEN MODE-CUSTOMER
                   PERFORM LOAD-COMPANIES
                   PERFORM ASSIGN-CUSTOMERS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
           CALL "AUDIT-LOG" USING WS-Program-Name WS-Operator-ID
               WS-Start-Timestamp WS-End-Timestamp WS-Written-Count.

           STOP RUN.

       LOAD-COMPANIES.
           MOVE 0 TO WS-Cmp-Count.
           MOVE "N" TO WS-Eof.
           OPEN INPUT CompanyFile.
           IF WS-Company-Status = "00"
               PERFORM UNTIL WS-Eof = "Y" OR WS-Cmp-Count >= 99
                   READ CompanyFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           ADD 1 TO WS-Cmp-Count
                           MOVE COMPANY-RECORD
                               TO WS-Cmp-Image(WS-Cmp-Count)
                   END-READ
               END-PERFORM
               CLOSE CompanyFile
           END-IF.

       FIND-COMPANY.
           MOVE "N" TO WS-Cmp-Found.
           PERFORM VARYING WS-Cmp-Sub FROM 1 BY 1
                   UNTIL WS-Cmp-Sub > WS-Cmp-Count
                       OR WS-Cmp-Found = "Y"
               MOVE WS-Cmp-Image(WS-Cmp-Sub) TO COMPANY-RECORD
               IF CO-COMPANY-CODE = WS-ASSIGN-COMPANY
                   MOVE "Y" TO WS-Cmp-Found
               END-IF
           END-PERFORM.
           IF WS-Cmp-Found = "Y"
               SUBTRACT 1 FROM WS-Cmp-Sub
           END-IF.

       ADD-COMPANIES.
           PERFORM UNTIL WS-End = "N"
               DISPLAY "ENTER COMPANY CODE (2 CHARACTERS): "
               ACCEPT WS-ASSIGN-COMPANY
               IF WS-ASSIGN-COMPANY = SPACES
                   DISPLAY "BLANK CODE - COMPANY REJECTED"
               ELSE
                   PERFORM FIND-COMPANY
                   IF WS-Cmp-Found = "N"
                       MOVE SPACES TO COMPANY-RECORD
                       MOVE WS-ASSIGN-COMPANY TO CO-COMPANY-CODE
                       MOVE 1450 TO CO-DUE-FROM-ACCOUNT
                       MOVE 2450 TO CO-DUE-TO-ACCOUNT
                   END-IF
                   DISPLAY "ENTER COMPANY NAME: "
                   ACCEPT CO-COMPANY-NAME
                   DISPLAY "INTERCOMPANY DUE-FROM ACCOUNT ("
                       CO-DUE-FROM-ACCOUNT "): "
                   ACCEPT WS-ACCOUNT-ENTRY
                   IF WS-ACCOUNT-ENTRY > 0
                       MOVE WS-ACCOUNT-ENTRY TO CO-DUE-FROM-ACCOUNT
                   END-IF
                   DISPLAY "INTERCOMPANY DUE-TO ACCOUNT ("
                       CO-DUE-TO-ACCOUNT "): "
                   ACCEPT WS-ACCOUNT-ENTRY
                   IF WS-ACCOUNT-ENTRY > 0
                       MOVE WS-ACCOUNT-ENTRY TO CO-DUE-TO-ACCOUNT
                   END-IF
                   DISPLAY "ACTIVE (A) OR INACTIVE (I)? "
                   ACCEPT CO-STATUS
                   IF CO-STATUS NOT = "I"
                       MOVE "A" TO CO-STATUS
                   END-IF
                   MOVE COMPANY-RECORD TO WS-NEW-COMPANY
                   IF WS-Cmp-Found = "Y"
                       MOVE WS-NEW-COMPANY TO WS-Cmp-Image(WS-Cmp-Sub)
                       MOVE "Y" TO WS-Cmp-Changed
                       DISPLAY "COMPANY " CO-COMPANY-CODE " CHANGED."
                   ELSE
                       IF WS-Cmp-Count >= 99
                           DISPLAY "COMPANY TABLE FULL - REJECTED"
                       ELSE
                           ADD 1 TO WS-Cmp-Count
                           MOVE WS-NEW-COMPANY
                               TO WS-Cmp-Image(WS-Cmp-Count)
                           MOVE "Y" TO WS-Cmp-Changed
                           DISPLAY "COMPANY " CO-COMPANY-CODE
                               " ADDED."
                       END-IF
                   END-IF
               END-IF
               DISPLAY "ADD/CHANGE ANOTHER COMPANY (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       REWRITE-COMPANIES.
           OPEN OUTPUT CompanyFile.
           IF WS-Company-Status NOT = "00"
               DISPLAY "ERROR OPENING COMPANY FILE: STATUS "
                   WS-Company-Status
           ELSE
               PERFORM VARYING WS-Cmp-Sub FROM 1 BY 1
                       UNTIL WS-Cmp-Sub > WS-Cmp-Count
                   MOVE WS-Cmp-Image(WS-Cmp-Sub) TO COMPANY-RECORD
                   WRITE COMPANY-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
               CLOSE CompanyFile
           END-IF.

       LIST-COMPANIES.
           OPEN INPUT CompanyFile.
           IF WS-Company-Status NOT = "00"
               DISPLAY "COMPANY FILE NOT FOUND."
           ELSE
               DISPLAY "CO  NAME                            "
                   "DUE-FROM  DUE-TO  ST"
               PERFORM UNTIL WS-Eof = "Y"
                   READ CompanyFile
                       AT END
                           MOVE "Y" TO WS-Eof
                       NOT AT END
                           DISPLAY CO-COMPANY-CODE "  "
                               CO-COMPANY-NAME "  "
                               CO-DUE-FROM-ACCOUNT "      "
                               CO-DUE-TO-ACCOUNT "    "
                               CO-STATUS
                   END-READ
               END-PERFORM
               CLOSE CompanyFile
           END-IF.

       ASSIGN-EMPLOYEES.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-Employee-Status NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-Employee-Status
           ELSE
               PERFORM UNTIL WS-End = "N"
                   DISPLAY "ENTER EMPLOYEE ID: "
                   ACCEPT WS-EMPLOYEE-ID
                   MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                               " NOT ON MASTER"
                       NOT INVALID KEY
                           PERFORM ASSIGN-ONE-EMPLOYEE
                   END-READ
                   DISPLAY "ASSIGN ANOTHER EMPLOYEE (Y/N)? "
                   ACCEPT WS-End
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       ASSIGN-ONE-EMPLOYEE.
           DISPLAY EM-FIRST-NAME " " EM-LAST-NAME
               " CURRENT COMPANY: " EM-COMPANY-CODE.
           DISPLAY "ENTER COMPANY CODE: ".
           ACCEPT WS-ASSIGN-COMPANY.
           PERFORM FIND-COMPANY.
           IF WS-Cmp-Found = "N"
               DISPLAY "COMPANY " WS-ASSIGN-COMPANY
                   " NOT ON FILE - NOT ASSIGNED"
           ELSE
               MOVE WS-ASSIGN-COMPANY TO EM-COMPANY-CODE
               REWRITE EMPLOYEE-MASTER-RECORD
               ADD 1 TO WS-Written-Count
               DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                   " ASSIGNED TO COMPANY " WS-ASSIGN-COMPANY
           END-IF.

       ASSIGN-CUSTOMERS.
           OPEN I-O CustomerFile.
           IF WS-Customer-Status NOT = "00"
               DISPLAY "ERROR OPENING CUSTOMER FILE: STATUS "
                   WS-Customer-Status
           ELSE
               PERFORM UNTIL WS-End = "N"
                   DISPLAY "ENTER CUSTOMER ID: "
                   ACCEPT WS-CUSTOMER-ID
                   MOVE WS-CUSTOMER-ID TO CustomerID
                   READ CustomerFile
                       INVALID KEY
                           DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                               " NOT ON FILE"
                       NOT INVALID KEY
                           PERFORM ASSIGN-ONE-CUSTOMER
                   END-READ
                   DISPLAY "ASSIGN ANOTHER CUSTOMER (Y/N)? "
                   ACCEPT WS-End
               END-PERFORM
               CLOSE CustomerFile
           END-IF.

       ASSIGN-ONE-CUSTOMER.
           DISPLAY CustomerName " CURRENT COMPANY: "
               CustomerCompanyCode.
           DISPLAY "ENTER COMPANY CODE: ".
           ACCEPT WS-ASSIGN-COMPANY.
           PERFORM FIND-COMPANY.
           IF WS-Cmp-Found = "N"
               DISPLAY "COMPANY " WS-ASSIGN-COMPANY
                   " NOT ON FILE - NOT ASSIGNED"
           ELSE
               MOVE WS-ASSIGN-COMPANY TO CustomerCompanyCode
               REWRITE CustomerRecord
               ADD 1 TO WS-Written-Count
               DISPLAY "CUSTOMER " WS-CUSTOMER-ID
                   " ASSIGNED TO COMPANY " WS-ASSIGN-COMPANY
           END-IF.
