               ASSIGN TO "premiumdeductions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-STATUS.
           SELECT BenefitPlanFile ASSIGN TO "benefitplans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT ElectionFile ASSIGN TO "benefitelections.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ELECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PremiumDeductionFile.
       COPY "PremiumDeduction.cpy".

       FD BenefitPlanFile.
       COPY "BenefitPlan.cpy".

       FD ElectionFile.
       COPY "BenefitElection.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.
       01 WS-BAND-RATE-STATUS  PIC XX.
       01 WS-DEDUCTION-DATE    PIC 9(8).
       01 WS-SKIPPED-COUNT     PIC 9(5) VALUE 0.

       01 WS-PLAN-STATUS       PIC XX.
       01 WS-ELECTION-STATUS   PIC XX.
       01 WS-USE-ELECTIONS     PIC X VALUE "N".
       01 WS-PLAN-TABLE.
           02 WS-PLAN-COUNT PIC 99 VALUE 0.
           02 WS-PLAN-ENTRY OCCURS 20 TIMES.
             03 WS-PL-CODE      PIC X(6).
             03 WS-PL-RATE-EE   PIC 9(5)V99.
             03 WS-PL-RATE-ES   PIC 9(5)V99.
             03 WS-PL-RATE-EC   PIC 9(5)V99.
             03 WS-PL-RATE-FA   PIC 9(5)V99.
       01 WS-PLAN-SUB          PIC 99.
       01 WS-ELECTION-TABLE.
           02 WS-ELE-COUNT PIC 9(4) VALUE 0.
           02 WS-ELE-ENTRY OCCURS 3000 TIMES.
             03 WS-ELE-EMPLOYEE   PIC 9(5).
             03 WS-ELE-PLAN       PIC X(6).
             03 WS-ELE-TIER       PIC XX.
             03 WS-ELE-EFFECTIVE  PIC 9(8).
       01 WS-ELE-SUB           PIC 9(4).
       01 WS-ELE-LATEST        PIC 9(8).
       01 WS-ELE-TIER-FOUND    PIC XX.
       01 WS-PLAN-PREMIUM      PIC 9(5)V99.
       01 WS-PLANS-COVERED     PIC 99.
       01 WS-NOT-ENROLLED      PIC 9(5) VALUE 0.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "INSURANCE-PREMIUM".
       01 WS-OPERATOR-ID       PIC X(10).
       01 WS-START-TIMESTAMP.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-DEDUCTION-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-ELECTIONS.
           IF WS-USE-ELECTIONS = "Y"
               PERFORM LOAD-BENEFIT-PLANS
               IF WS-PLAN-COUNT = 0
                   DISPLAY "ELECTIONS ON FILE BUT NO BENEFIT PLANS - "
                       "RUN ABANDONED"
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "NO BENEFIT ELECTIONS ON FILE - "
                   "PREMIUMS TAKEN FROM AGE BANDS"
               PERFORM LOAD-BAND-RATES
               IF WS-RATE-COUNT = 0
                   DISPLAY "NO BAND RATES LOADED - RUN ABANDONED"
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EM-EMPLOYEE-STATUS = "A"
                           IF WS-USE-ELECTIONS = "Y"
                               PERFORM WRITE-ELECTED-DEDUCTION
                           ELSE
                               PERFORM WRITE-EMPLOYEE-DEDUCTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY "DEDUCTION RECORDS WRITTEN: " WS-WRITTEN-COUNT.
           DISPLAY "EMPLOYEES WITHOUT A RATE : " WS-SKIPPED-COUNT.
           IF WS-USE-ELECTIONS = "Y"
               DISPLAY "EMPLOYEES NOT ENROLLED   : " WS-NOT-ENROLLED
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
               WRITE PREMIUM-DEDUCTION-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       WRITE-ELECTED-DEDUCTION.
           MOVE 0 TO WS-PREMIUM.
           MOVE 0 TO WS-PLANS-COVERED.
           MOVE SPACES TO WS-INSURANCE-BAND.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               PERFORM FIND-ELECTED-TIER
               PERFORM PRICE-ELECTED-TIER
               IF WS-PLAN-PREMIUM > ZERO
                   ADD WS-PLAN-PREMIUM TO WS-PREMIUM
                   ADD 1 TO WS-PLANS-COVERED
                   IF WS-PLANS-COVERED = 1
                       STRING WS-PL-CODE(WS-PLAN-SUB) DELIMITED BY " "
                           " " WS-ELE-TIER-FOUND DELIMITED BY SIZE
                           INTO WS-INSURANCE-BAND
                   ELSE
                       MOVE "MULTI-PLAN" TO WS-INSURANCE-BAND
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PREMIUM = ZERO
               ADD 1 TO WS-NOT-ENROLLED
           ELSE
               MOVE EM-EMPLOYEE-ID-PACKED TO PD-EMPLOYEE-ID
               MOVE WS-INSURANCE-BAND     TO PD-INSURANCE-BAND
               MOVE WS-PREMIUM            TO PD-MONTHLY-PREMIUM
               MOVE WS-DEDUCTION-DATE     TO PD-DEDUCTION-DATE
               WRITE PREMIUM-DEDUCTION-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       FIND-ELECTED-TIER.
           MOVE SPACES TO WS-ELE-TIER-FOUND.
           MOVE 0 TO WS-ELE-LATEST.
           PERFORM VARYING WS-ELE-SUB FROM 1 BY 1
                   UNTIL WS-ELE-SUB > WS-ELE-COUNT
               IF WS-ELE-EMPLOYEE(WS-ELE-SUB) = EM-EMPLOYEE-ID-PACKED
                       AND WS-ELE-PLAN(WS-ELE-SUB)
                           = WS-PL-CODE(WS-PLAN-SUB)
                       AND WS-ELE-EFFECTIVE(WS-ELE-SUB)
                           <= WS-DEDUCTION-DATE
                       AND WS-ELE-EFFECTIVE(WS-ELE-SUB)
                           >= WS-ELE-LATEST
                   MOVE WS-ELE-EFFECTIVE(WS-ELE-SUB) TO WS-ELE-LATEST
                   MOVE WS-ELE-TIER(WS-ELE-SUB) TO WS-ELE-TIER-FOUND
               END-IF
           END-PERFORM.

       PRICE-ELECTED-TIER.
           EVALUATE WS-ELE-TIER-FOUND
               WHEN "EE"
                   MOVE WS-PL-RATE-EE(WS-PLAN-SUB) TO WS-PLAN-PREMIUM
               WHEN "ES"
                   MOVE WS-PL-RATE-ES(WS-PLAN-SUB) TO WS-PLAN-PREMIUM
               WHEN "EC"
                   MOVE WS-PL-RATE-EC(WS-PLAN-SUB) TO WS-PLAN-PREMIUM
               WHEN "FA"
                   MOVE WS-PL-RATE-FA(WS-PLAN-SUB) TO WS-PLAN-PREMIUM
               WHEN OTHER
                   MOVE 0 TO WS-PLAN-PREMIUM
           END-EVALUATE.

       LOAD-BENEFIT-PLANS.
           MOVE "N" TO WS-RATE-EOF.
           OPEN INPUT BenefitPlanFile.
           IF WS-PLAN-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF = "Y"
                       OR WS-PLAN-COUNT >= 20
                   READ BenefitPlanFile
                       AT END
                           MOVE "Y" TO WS-RATE-EOF
                       NOT AT END
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE BP-PLAN-CODE
                               TO WS-PL-CODE(WS-PLAN-COUNT)
                           MOVE BP-RATE-EE
                               TO WS-PL-RATE-EE(WS-PLAN-COUNT)
                           MOVE BP-RATE-ES
                               TO WS-PL-RATE-ES(WS-PLAN-COUNT)
                           MOVE BP-RATE-EC
                               TO WS-PL-RATE-EC(WS-PLAN-COUNT)
                           MOVE BP-RATE-FA
                               TO WS-PL-RATE-FA(WS-PLAN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BenefitPlanFile
           END-IF.

       LOAD-ELECTIONS.
           MOVE "N" TO WS-RATE-EOF.
           OPEN INPUT ElectionFile.
           IF WS-ELECTION-STATUS = "00"
               MOVE "Y" TO WS-USE-ELECTIONS
               PERFORM UNTIL WS-RATE-EOF = "Y"
                       OR WS-ELE-COUNT >= 3000
                   READ ElectionFile
                       AT END
                           MOVE "Y" TO WS-RATE-EOF
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
               IF WS-RATE-EOF NOT = "Y"
                   DISPLAY "ELECTION FILE EXCEEDS 3000 RECORDS - "
                       "RUN ABANDONED"
                   STOP RUN
               END-IF
           END-IF.
