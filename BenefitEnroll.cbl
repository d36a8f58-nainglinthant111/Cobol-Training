       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-ENROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "employee-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID-PACKED
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BenefitPlanFile ASSIGN TO "benefitplans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT DependentFile ASSIGN TO "dependents.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPENDENT-STATUS.
           SELECT ElectionFile ASSIGN TO "benefitelections.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY "EmployeeMaster.cpy".

       FD BenefitPlanFile.
       COPY "BenefitPlan.cpy".

       FD DependentFile.
       COPY "Dependent.cpy".

       FD ElectionFile.
       COPY "BenefitElection.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-PLAN-STATUS      PIC XX.
       01 WS-DEPENDENT-STATUS PIC XX.
       01 WS-ELECTION-STATUS  PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-MODE             PIC X.
           88 MODE-DEPENDENT  VALUE "D".
           88 MODE-REMOVE     VALUE "R".
           88 MODE-ELECT      VALUE "E".
           88 MODE-OPEN-ENROLL VALUE "O".
           88 MODE-LIST       VALUE "L".
       01 WS-EMPLOYEE-ID      PIC 9(5).
       01 WS-EMPLOYEE-OK      PIC X.
       01 WS-DATE-OK          PIC X.
       01 WS-TODAY            PIC 9(8).

       01 WS-PLAN-TABLE.
           02 WS-PLAN-COUNT PIC 99 VALUE 0.
           02 WS-PLAN-ENTRY OCCURS 20 TIMES.
             03 WS-PL-CODE      PIC X(6).
             03 WS-PL-NAME      PIC X(20).
             03 WS-PL-STATUS    PIC X.
       01 WS-PLAN-SUB         PIC 99.

       01 WS-DEPENDENT-TABLE.
           02 WS-DEP-COUNT PIC 9(4) VALUE 0.
           02 WS-DEP-ENTRY OCCURS 2000 TIMES.
             03 WS-DEP-IMAGE   PIC X(50).
       01 WS-DEP-SUB          PIC 9(4).
       01 WS-DEP-CHANGED      PIC X VALUE "N".
       01 WS-DEP-NAME         PIC X(20).
       01 WS-DEP-FOUND        PIC X.
       01 WS-HAS-SPOUSE       PIC X.
       01 WS-HAS-CHILD        PIC X.

       01 WS-ELECTION-TABLE.
           02 WS-ELE-COUNT PIC 9(4) VALUE 0.
           02 WS-ELE-ENTRY OCCURS 3000 TIMES.
             03 WS-ELE-EMPLOYEE   PIC 9(5).
             03 WS-ELE-PLAN       PIC X(6).
             03 WS-ELE-TIER       PIC XX.
             03 WS-ELE-EFFECTIVE  PIC 9(8).
       01 WS-ELE-SUB          PIC 9(4).
       01 WS-ELE-LATEST       PIC 9(8).
       01 WS-CURRENT-TIER     PIC XX.
       01 WS-NEW-TIER         PIC XX.
       01 WS-TIER-OK          PIC X.
       01 WS-EFFECTIVE-DATE   PIC 9(8).
       01 WS-ELECTION-SOURCE  PIC X.
       01 WS-PLAN-YEAR        PIC 9(4).

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "BENEFIT-ENROLL".
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

           DISPLAY "SELECT MODE (D=ADD DEPENDENTS, R=REMOVE "
               "DEPENDENT, E=CHANGE ELECTION, O=OPEN ENROLLMENT, "
               "L=LIST EMPLOYEE): ".
           ACCEPT WS-MODE.

           PERFORM LOAD-BENEFIT-PLANS.
           PERFORM LOAD-DEPENDENTS.
           IF WS-EOF NOT = "Y"
               DISPLAY "DEPENDENT FILE EXCEEDS 2000 RECORDS - "
                   "RUN REFUSED TO PROTECT THE FILE"
               STOP RUN
           END-IF.
           PERFORM LOAD-ELECTIONS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER: STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN MODE-DEPENDENT
                   PERFORM ADD-DEPENDENTS
               WHEN MODE-REMOVE
                   PERFORM REMOVE-DEPENDENT
               WHEN MODE-ELECT
                   PERFORM CHANGE-ELECTIONS
               WHEN MODE-OPEN-ENROLL
                   PERFORM OPEN-ENROLLMENT
               WHEN MODE-LIST
                   PERFORM LIST-EMPLOYEE-BENEFITS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           CLOSE EMPLOYEE-MASTER-FILE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       LOOK-UP-EMPLOYEE.
           DISPLAY "ENTER EMPLOYEE ID: ".
           ACCEPT WS-EMPLOYEE-ID.
           MOVE "N" TO WS-EMPLOYEE-OK.
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID-PACKED.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
                       " NOT ON MASTER"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-OK
                   DISPLAY "EMPLOYEE: " EM-FIRST-NAME " "
                       EM-LAST-NAME
           END-READ.

       ADD-DEPENDENTS.
           OPEN EXTEND DependentFile.
           IF WS-DEPENDENT-STATUS = "05" OR WS-DEPENDENT-STATUS = "35"
               OPEN OUTPUT DependentFile
           END-IF.
           IF WS-DEPENDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPENDENT FILE: STATUS "
                   WS-DEPENDENT-STATUS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   PERFORM ADD-ONE-DEPENDENT
                   DISPLAY "ADD ANOTHER DEPENDENT (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               CLOSE DependentFile
           END-IF.

       ADD-ONE-DEPENDENT.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-EMPLOYEE-OK = "Y"
               MOVE WS-EMPLOYEE-ID TO DP-EMPLOYEE-ID
               DISPLAY "ENTER DEPENDENT NAME: "
               ACCEPT DP-DEPENDENT-NAME
               DISPLAY "ENTER RELATIONSHIP (S=SPOUSE, P=DOMESTIC "
                   "PARTNER, C=CHILD): "
               ACCEPT DP-RELATIONSHIP
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER BIRTH DATE (YYYYMMDD): "
                   ACCEPT DP-BIRTH-DATE
                   CALL "DATE-VALIDATE" USING DP-BIRTH-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               IF DP-DEPENDENT-NAME = SPACES
                   DISPLAY "NAME REQUIRED - DEPENDENT REJECTED"
               ELSE
               IF DP-RELATIONSHIP NOT = "S"
                       AND DP-RELATIONSHIP NOT = "P"
                       AND DP-RELATIONSHIP NOT = "C"
                   DISPLAY "INVALID RELATIONSHIP - DEPENDENT REJECTED"
               ELSE
               IF DP-BIRTH-DATE > WS-TODAY
                   DISPLAY "BIRTH DATE IN THE FUTURE - "
                       "DEPENDENT REJECTED"
               ELSE
                   MOVE "A" TO DP-STATUS
                   MOVE WS-TODAY TO DP-ADDED-DATE
                   WRITE DEPENDENT-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   DISPLAY "DEPENDENT RECORDED FOR EMPLOYEE "
                       WS-EMPLOYEE-ID
               END-IF END-IF END-IF
           END-IF.

       REMOVE-DEPENDENT.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-EMPLOYEE-OK = "Y"
               PERFORM LIST-EMPLOYEE-DEPENDENTS
               DISPLAY "ENTER NAME OF DEPENDENT TO REMOVE: "
               ACCEPT WS-DEP-NAME
               MOVE "N" TO WS-DEP-FOUND
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   MOVE WS-DEP-IMAGE(WS-DEP-SUB) TO DEPENDENT-RECORD
                   IF DP-EMPLOYEE-ID = WS-EMPLOYEE-ID
                           AND DP-DEPENDENT-NAME = WS-DEP-NAME
                           AND DP-STATUS = "A"
                       MOVE "I" TO DP-STATUS
                       MOVE DEPENDENT-RECORD TO WS-DEP-IMAGE(WS-DEP-SUB)
                       MOVE "Y" TO WS-DEP-FOUND
                   END-IF
               END-PERFORM
               IF WS-DEP-FOUND = "N"
                   DISPLAY "NO ACTIVE DEPENDENT " WS-DEP-NAME
                       " FOR EMPLOYEE " WS-EMPLOYEE-ID
               ELSE
                   PERFORM REWRITE-DEPENDENTS
                   DISPLAY "DEPENDENT REMOVED - REVIEW THE EMPLOYEE'S "
                       "COVERAGE TIER (MODE E)"
               END-IF
           END-IF.

       REWRITE-DEPENDENTS.
           OPEN OUTPUT DependentFile.
           IF WS-DEPENDENT-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE DEPENDENT FILE: STATUS "
                   WS-DEPENDENT-STATUS
           ELSE
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   MOVE WS-DEP-IMAGE(WS-DEP-SUB) TO DEPENDENT-RECORD
                   WRITE DEPENDENT-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               END-PERFORM
               CLOSE DependentFile
           END-IF.

       CHANGE-ELECTIONS.
           IF WS-PLAN-COUNT = 0
               DISPLAY "NO BENEFIT PLANS ON FILE - "
                   "ELECTIONS CANNOT BE TAKEN"
           ELSE
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "ENTER EFFECTIVE DATE OF CHANGE "
                       "(YYYYMMDD): "
                   ACCEPT WS-EFFECTIVE-DATE
                   CALL "DATE-VALIDATE" USING WS-EFFECTIVE-DATE
                       WS-DATE-OK
                   IF WS-DATE-OK NOT = "Y"
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE "E" TO WS-ELECTION-SOURCE
               PERFORM TAKE-ELECTIONS
           END-IF.

       OPEN-ENROLLMENT.
           IF WS-PLAN-COUNT = 0
               DISPLAY "NO BENEFIT PLANS ON FILE - "
                   "ELECTIONS CANNOT BE TAKEN"
           ELSE
               DISPLAY "ENTER PLAN YEAR FOR OPEN ENROLLMENT (YYYY): "
               ACCEPT WS-PLAN-YEAR
               IF WS-PLAN-YEAR < WS-TODAY(1:4)
                   DISPLAY "PLAN YEAR " WS-PLAN-YEAR
                       " HAS ALREADY STARTED - ENROLLMENT REFUSED"
               ELSE
                   COMPUTE WS-EFFECTIVE-DATE =
                       WS-PLAN-YEAR * 10000 + 0101
                   MOVE "O" TO WS-ELECTION-SOURCE
                   DISPLAY "OPEN ENROLLMENT - ELECTIONS EFFECTIVE "
                       WS-EFFECTIVE-DATE
                   PERFORM TAKE-ELECTIONS
               END-IF
           END-IF.

       TAKE-ELECTIONS.
           OPEN EXTEND ElectionFile.
           IF WS-ELECTION-STATUS = "05" OR WS-ELECTION-STATUS = "35"
               OPEN OUTPUT ElectionFile
           END-IF.
           IF WS-ELECTION-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ELECTION FILE: STATUS "
                   WS-ELECTION-STATUS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   PERFORM LOOK-UP-EMPLOYEE
                   IF WS-EMPLOYEE-OK = "Y"
                       IF EM-EMPLOYEE-STATUS NOT = "A"
                           DISPLAY "EMPLOYEE IS NOT ACTIVE - "
                               "ELECTIONS REFUSED"
                       ELSE
                           PERFORM CHECK-EMPLOYEE-DEPENDENTS
                           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                               IF WS-PL-STATUS(WS-PLAN-SUB) = "A"
                                   PERFORM ELECT-ONE-PLAN
                               END-IF
                           END-PERFORM
                       END-IF
                   END-IF
                   DISPLAY "ANOTHER EMPLOYEE (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               CLOSE ElectionFile
           END-IF.

       ELECT-ONE-PLAN.
           PERFORM FIND-CURRENT-TIER.
           DISPLAY WS-PL-CODE(WS-PLAN-SUB) " "
               WS-PL-NAME(WS-PLAN-SUB) "  CURRENT TIER: "
               WS-CURRENT-TIER.
           DISPLAY "NEW TIER (EE=EMPLOYEE, ES=+SPOUSE, EC=+CHILDREN, "
               "FA=FAMILY, WV=WAIVE, BLANK=NO CHANGE): ".
           MOVE SPACES TO WS-NEW-TIER.
           ACCEPT WS-NEW-TIER.
           IF WS-NEW-TIER NOT = SPACES
                   AND WS-NEW-TIER NOT = WS-CURRENT-TIER
               PERFORM CHECK-TIER
               IF WS-TIER-OK = "Y"
                   MOVE WS-EMPLOYEE-ID     TO BE-EMPLOYEE-ID
                   MOVE WS-PL-CODE(WS-PLAN-SUB) TO BE-PLAN-CODE
                   MOVE WS-NEW-TIER        TO BE-COVERAGE-TIER
                   MOVE WS-EFFECTIVE-DATE  TO BE-EFFECTIVE-DATE
                   MOVE WS-ELECTION-SOURCE TO BE-ELECTION-SOURCE
                   MOVE WS-TODAY           TO BE-ENTRY-DATE
                   MOVE WS-OPERATOR-ID     TO BE-OPERATOR-ID
                   WRITE BENEFIT-ELECTION-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM ADD-ELECTION-ENTRY
                   DISPLAY "ELECTION RECORDED: " BE-PLAN-CODE " "
                       BE-COVERAGE-TIER " EFFECTIVE "
                       BE-EFFECTIVE-DATE
               END-IF
           END-IF.

       CHECK-TIER.
           MOVE "Y" TO WS-TIER-OK.
           EVALUATE WS-NEW-TIER
               WHEN "EE"
               WHEN "WV"
                   CONTINUE
               WHEN "ES"
                   IF WS-HAS-SPOUSE = "N"
                       DISPLAY "NO SPOUSE/PARTNER ON FILE - "
                           "TIER REJECTED"
                       MOVE "N" TO WS-TIER-OK
                   END-IF
               WHEN "EC"
                   IF WS-HAS-CHILD = "N"
                       DISPLAY "NO CHILD ON FILE - TIER REJECTED"
                       MOVE "N" TO WS-TIER-OK
                   END-IF
               WHEN "FA"
                   IF WS-HAS-SPOUSE = "N" OR WS-HAS-CHILD = "N"
                       DISPLAY "FAMILY TIER NEEDS A SPOUSE/PARTNER "
                           "AND A CHILD ON FILE - TIER REJECTED"
                       MOVE "N" TO WS-TIER-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID TIER - ELECTION REJECTED"
                   MOVE "N" TO WS-TIER-OK
           END-EVALUATE.

       CHECK-EMPLOYEE-DEPENDENTS.
           MOVE "N" TO WS-HAS-SPOUSE.
           MOVE "N" TO WS-HAS-CHILD.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
               MOVE WS-DEP-IMAGE(WS-DEP-SUB) TO DEPENDENT-RECORD
               IF DP-EMPLOYEE-ID = WS-EMPLOYEE-ID
                       AND DP-STATUS = "A"
                   IF DP-RELATIONSHIP = "C"
                       MOVE "Y" TO WS-HAS-CHILD
                   ELSE
                       MOVE "Y" TO WS-HAS-SPOUSE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CURRENT-TIER.
           MOVE "--" TO WS-CURRENT-TIER.
           MOVE 0 TO WS-ELE-LATEST.
           PERFORM VARYING WS-ELE-SUB FROM 1 BY 1
                   UNTIL WS-ELE-SUB > WS-ELE-COUNT
               IF WS-ELE-EMPLOYEE(WS-ELE-SUB) = WS-EMPLOYEE-ID
                       AND WS-ELE-PLAN(WS-ELE-SUB)
                           = WS-PL-CODE(WS-PLAN-SUB)
                       AND WS-ELE-EFFECTIVE(WS-ELE-SUB)
                           <= WS-EFFECTIVE-DATE
                       AND WS-ELE-EFFECTIVE(WS-ELE-SUB)
                           >= WS-ELE-LATEST
                   MOVE WS-ELE-EFFECTIVE(WS-ELE-SUB) TO WS-ELE-LATEST
                   MOVE WS-ELE-TIER(WS-ELE-SUB) TO WS-CURRENT-TIER
               END-IF
           END-PERFORM.

       ADD-ELECTION-ENTRY.
           IF WS-ELE-COUNT < 3000
               ADD 1 TO WS-ELE-COUNT
               MOVE BE-EMPLOYEE-ID TO WS-ELE-EMPLOYEE(WS-ELE-COUNT)
               MOVE BE-PLAN-CODE   TO WS-ELE-PLAN(WS-ELE-COUNT)
               MOVE BE-COVERAGE-TIER TO WS-ELE-TIER(WS-ELE-COUNT)
               MOVE BE-EFFECTIVE-DATE
                   TO WS-ELE-EFFECTIVE(WS-ELE-COUNT)
           END-IF.

       LIST-EMPLOYEE-BENEFITS.
           PERFORM LOOK-UP-EMPLOYEE.
           IF WS-EMPLOYEE-OK = "Y"
               PERFORM LIST-EMPLOYEE-DEPENDENTS
               DISPLAY " "
               DISPLAY "PLAN    TIER  EFFECTIVE"
               PERFORM VARYING WS-ELE-SUB FROM 1 BY 1
                       UNTIL WS-ELE-SUB > WS-ELE-COUNT
                   IF WS-ELE-EMPLOYEE(WS-ELE-SUB) = WS-EMPLOYEE-ID
                       DISPLAY WS-ELE-PLAN(WS-ELE-SUB) "  "
                           WS-ELE-TIER(WS-ELE-SUB) "    "
                           WS-ELE-EFFECTIVE(WS-ELE-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       LIST-EMPLOYEE-DEPENDENTS.
           DISPLAY "DEPENDENT             REL  BIRTH DATE  ST".
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-COUNT
               MOVE WS-DEP-IMAGE(WS-DEP-SUB) TO DEPENDENT-RECORD
               IF DP-EMPLOYEE-ID = WS-EMPLOYEE-ID
                   DISPLAY DP-DEPENDENT-NAME "  " DP-RELATIONSHIP
                       "    " DP-BIRTH-DATE "    " DP-STATUS
               END-IF
           END-PERFORM.

       LOAD-BENEFIT-PLANS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BenefitPlanFile.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-PLAN-COUNT >= 20
                   READ BenefitPlanFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE BP-PLAN-CODE
                               TO WS-PL-CODE(WS-PLAN-COUNT)
                           MOVE BP-PLAN-NAME
                               TO WS-PL-NAME(WS-PLAN-COUNT)
                           MOVE BP-STATUS
                               TO WS-PL-STATUS(WS-PLAN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BenefitPlanFile
           END-IF.

       LOAD-DEPENDENTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DependentFile.
           IF WS-DEPENDENT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-DEP-COUNT >= 2000
                   READ DependentFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DEP-COUNT
                           MOVE DEPENDENT-RECORD
                               TO WS-DEP-IMAGE(WS-DEP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DependentFile
           END-IF.

       LOAD-ELECTIONS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ElectionFile.
           IF WS-ELECTION-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y" OR WS-ELE-COUNT >= 3000
                   READ ElectionFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-ELECTION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ElectionFile
           END-IF.
