       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-PLAN-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BenefitPlanFile ASSIGN TO "benefitplans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BenefitPlanFile.
       COPY "BenefitPlan.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-END              PIC X VALUE "Y".
       01 WS-PLAN-VALID       PIC X.
       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "BENEFIT-PLAN-MAINT".
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

           DISPLAY "SELECT MODE (A=ADD BENEFIT PLANS, L=LIST "
               "BENEFIT PLANS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
               WHEN MODE-ADD
                   PERFORM ADD-PLANS
               WHEN MODE-LIST
                   PERFORM LIST-PLANS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           CALL "AUDIT-LOG" USING WS-PROGRAM-NAME WS-OPERATOR-ID
               WS-START-TIMESTAMP WS-END-TIMESTAMP WS-WRITTEN-COUNT.

           STOP RUN.

       ADD-PLANS.
           OPEN EXTEND BenefitPlanFile.
           IF WS-PLAN-STATUS = "05" OR WS-PLAN-STATUS = "35"
               OPEN OUTPUT BenefitPlanFile
           END-IF.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BENEFIT PLAN FILE: "
                   "STATUS " WS-PLAN-STATUS
           ELSE
               PERFORM UNTIL WS-END = "N"
                   DISPLAY "ENTER PLAN CODE (E.G. MEDPPO, DENTAL): "
                   ACCEPT BP-PLAN-CODE
                   DISPLAY "ENTER PLAN NAME: "
                   ACCEPT BP-PLAN-NAME
                   DISPLAY "MONTHLY RATE - EMPLOYEE ONLY "
                       "(99999.99): "
                   ACCEPT BP-RATE-EE
                   DISPLAY "MONTHLY RATE - EMPLOYEE + SPOUSE "
                       "(99999.99): "
                   ACCEPT BP-RATE-ES
                   DISPLAY "MONTHLY RATE - EMPLOYEE + CHILDREN "
                       "(99999.99): "
                   ACCEPT BP-RATE-EC
                   DISPLAY "MONTHLY RATE - FAMILY (99999.99): "
                   ACCEPT BP-RATE-FA
                   DISPLAY "CHILD COVERAGE ENDS AT AGE (99, "
                       "0=26): "
                   ACCEPT BP-CHILD-AGE-LIMIT
                   IF BP-CHILD-AGE-LIMIT = ZERO
                       MOVE 26 TO BP-CHILD-AGE-LIMIT
                   END-IF
                   MOVE "A" TO BP-STATUS
                   PERFORM CHECK-PLAN-ENTRY
                   IF WS-PLAN-VALID = "N"
                       DISPLAY "INVALID BENEFIT PLAN ENTRY - "
                           "PLAN REJECTED"
                   ELSE
                       WRITE BENEFIT-PLAN-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       DISPLAY "BENEFIT PLAN ADDED: "
                           BP-PLAN-CODE
                   END-IF
                   DISPLAY "ADD ANOTHER PLAN (Y/N)? "
                   ACCEPT WS-END
               END-PERFORM
               CLOSE BenefitPlanFile
           END-IF.

       CHECK-PLAN-ENTRY.
           MOVE "Y" TO WS-PLAN-VALID.
           IF BP-PLAN-CODE = SPACES
               MOVE "N" TO WS-PLAN-VALID
           END-IF.
           IF BP-RATE-EE = ZERO
               MOVE "N" TO WS-PLAN-VALID
           END-IF.
           IF BP-RATE-ES < BP-RATE-EE OR BP-RATE-EC < BP-RATE-EE
                   OR BP-RATE-FA < BP-RATE-ES
                   OR BP-RATE-FA < BP-RATE-EC
               MOVE "N" TO WS-PLAN-VALID
           END-IF.

       LIST-PLANS.
           OPEN INPUT BenefitPlanFile.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "BENEFIT PLAN FILE NOT FOUND."
           ELSE
               DISPLAY "PLAN    NAME                  EE        "
                   "ES        EC        FA        AGE ST"
               PERFORM UNTIL WS-EOF = "Y"
                   READ BenefitPlanFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY BP-PLAN-CODE "  "
                               BP-PLAN-NAME "  "
                               BP-RATE-EE "  " BP-RATE-ES "  "
                               BP-RATE-EC "  " BP-RATE-FA "  "
                               BP-CHILD-AGE-LIMIT "  " BP-STATUS
                   END-READ
               END-PERFORM
               CLOSE BenefitPlanFile
           END-IF.
