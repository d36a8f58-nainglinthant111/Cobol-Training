       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENT-AGEOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DependentFile ASSIGN TO "dependents.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPENDENT-STATUS.
           SELECT BenefitPlanFile ASSIGN TO "benefitplans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT ElectionFile ASSIGN TO "benefitelections.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DependentFile.
       COPY "Dependent.cpy".

       FD BenefitPlanFile.
       COPY "BenefitPlan.cpy".

       FD ElectionFile.
       COPY "BenefitElection.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DEPENDENT-STATUS PIC XX.
       01 WS-PLAN-STATUS      PIC XX.
       01 WS-ELECTION-STATUS  PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-TABLE-EOF        PIC X VALUE "N".
       01 WS-AS-OF-DATE       PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-DEPENDENT-AGE    PIC 9(3).

       01 WS-PLAN-TABLE.
           02 WS-PLAN-COUNT PIC 99 VALUE 0.
           02 WS-PLAN-ENTRY OCCURS 20 TIMES.
             03 WS-PL-CODE      PIC X(6).
             03 WS-PL-AGE-LIMIT PIC 99.
       01 WS-PLAN-SUB         PIC 99.

       01 WS-ELECTION-TABLE.
           02 WS-ELE-COUNT PIC 9(4) VALUE 0.
           02 WS-ELE-ENTRY OCCURS 3000 TIMES.
             03 WS-ELE-EMPLOYEE   PIC 9(5).
             03 WS-ELE-PLAN       PIC X(6).
             03 WS-ELE-TIER       PIC XX.
             03 WS-ELE-EFFECTIVE  PIC 9(8).
       01 WS-ELE-SUB          PIC 9(4).
       01 WS-ELE-LATEST       PIC 9(8).
       01 WS-ELE-TIER-FOUND   PIC XX.

       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "DEPENDENT-AGEOUT".
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

           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "ENTER AS-OF DATE (YYYYMMDD, 0 = TODAY): "
               ACCEPT WS-AS-OF-DATE
               IF WS-AS-OF-DATE = ZERO
                   MOVE WS-START-DATE TO WS-AS-OF-DATE
               END-IF
               CALL "DATE-VALIDATE" USING WS-AS-OF-DATE WS-DATE-OK
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

           PERFORM LOAD-BENEFIT-PLANS.
           PERFORM LOAD-ELECTIONS.

           OPEN INPUT DependentFile.
           IF WS-DEPENDENT-STATUS NOT = "00"
               DISPLAY "NO DEPENDENTS ON FILE"
           ELSE
               DISPLAY " "
               DISPLAY "DEPENDENT AGE-OUT EXCEPTIONS AS OF "
                   WS-AS-OF-DATE
               DISPLAY "========================================"
                   "=============="
               DISPLAY "EMPL   DEPENDENT             BIRTH DATE  "
                   "AGE  PLAN    TIER  LIMIT"
               PERFORM UNTIL WS-EOF = "Y"
                   READ DependentFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DP-RELATIONSHIP = "C"
                                   AND DP-STATUS = "A"
                               PERFORM CHECK-DEPENDENT-AGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DependentFile
               DISPLAY "----------------------------------------"
                   "--------------"
               DISPLAY "AGE-OUT EXCEPTIONS: " WS-EXCEPTION-COUNT
               IF WS-EXCEPTION-COUNT > 0
                   DISPLAY "REMOVE THESE DEPENDENTS AND REVIEW THE "
                       "COVERAGE TIER IN BENEFIT-ENROLL"
               END-IF
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       CHECK-DEPENDENT-AGE.
           COMPUTE WS-DEPENDENT-AGE =
               (WS-AS-OF-DATE - DP-BIRTH-DATE) / 10000.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               PERFORM FIND-ELECTED-TIER
               IF (WS-ELE-TIER-FOUND = "EC" OR WS-ELE-TIER-FOUND = "FA")
                       AND WS-DEPENDENT-AGE
                           >= WS-PL-AGE-LIMIT(WS-PLAN-SUB)
                   DISPLAY DP-EMPLOYEE-ID "  " DP-DEPENDENT-NAME "  "
                       DP-BIRTH-DATE "    " WS-DEPENDENT-AGE "  "
                       WS-PL-CODE(WS-PLAN-SUB) "  "
                       WS-ELE-TIER-FOUND "    "
                       WS-PL-AGE-LIMIT(WS-PLAN-SUB)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM.

       FIND-ELECTED-TIER.
           MOVE SPACES TO WS-ELE-TIER-FOUND.
           MOVE 0 TO WS-ELE-LATEST.
           PERFORM VARYING WS-ELE-SUB FROM 1 BY 1
                   UNTIL WS-ELE-SUB > WS-ELE-COUNT
               IF WS-ELE-EMPLOYEE(WS-ELE-SUB) = DP-EMPLOYEE-ID
                       AND WS-ELE-PLAN(WS-ELE-SUB)
                           = WS-PL-CODE(WS-PLAN-SUB)
                       AND WS-ELE-EFFECTIVE(WS-ELE-SUB)
                           <= WS-AS-OF-DATE
                       AND WS-ELE-EFFECTIVE(WS-ELE-SUB)
                           >= WS-ELE-LATEST
                   MOVE WS-ELE-EFFECTIVE(WS-ELE-SUB) TO WS-ELE-LATEST
                   MOVE WS-ELE-TIER(WS-ELE-SUB) TO WS-ELE-TIER-FOUND
               END-IF
           END-PERFORM.

       LOAD-BENEFIT-PLANS.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT BenefitPlanFile.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-TABLE-EOF = "Y"
                       OR WS-PLAN-COUNT >= 20
                   READ BenefitPlanFile
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF
                       NOT AT END
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE BP-PLAN-CODE
                               TO WS-PL-CODE(WS-PLAN-COUNT)
                           MOVE BP-CHILD-AGE-LIMIT
                               TO WS-PL-AGE-LIMIT(WS-PLAN-COUNT)
                           IF BP-CHILD-AGE-LIMIT = ZERO
                               MOVE 26
                                   TO WS-PL-AGE-LIMIT(WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BenefitPlanFile
           END-IF.

       LOAD-ELECTIONS.
           MOVE "N" TO WS-TABLE-EOF.
           OPEN INPUT ElectionFile.
           IF WS-ELECTION-STATUS = "00"
               PERFORM UNTIL WS-TABLE-EOF = "Y"
                       OR WS-ELE-COUNT >= 3000
                   READ ElectionFile
                       AT END
                           MOVE "Y" TO WS-TABLE-EOF
                       NOT AT END
                           ADD 1 TO WS-ELE-COUNT
                           MOVE BE-EMPLOYEE-ID
                               TO WS-ELE-EMPLOYEE(WS-ELE-COUNT)
                           MOVE BE-PLAN-CODE
                               TO WS-ELE-PLAN(WS-ELE-COUNT)
                           MOVE BE-COVERAGE-TIER
                               TO WS-ELE-TIER(WS-ELE-COUNT)
                           MOVE BE-EFFECTIVE-DATE
                               TO WS-ELE-EFFECTIVE(WS-ELE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ElectionFile
           END-IF.
