       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-REF-CLEAN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Upper          PIC X(10).
       01 WS-Char           PIC X.
       01 WS-Out-Len        PIC 9(3) VALUE 0.
       01 WS-Sub            PIC 9(3).
       01 WS-In-Number      PIC X VALUE "N".

       LINKAGE SECTION.
       01 LS-REF-IN  PIC X(10).
       01 LS-REF-OUT PIC X(10).

       PROCEDURE DIVISION USING LS-REF-IN LS-REF-OUT.
           MOVE FUNCTION UPPER-CASE(LS-REF-IN) TO WS-Upper.
           MOVE SPACES TO LS-REF-OUT.
           MOVE 0 TO WS-Out-Len.
           MOVE "N" TO WS-In-Number.
           PERFORM VARYING WS-Sub FROM 1 BY 1 UNTIL WS-Sub > 10
               MOVE WS-Upper(WS-Sub:1) TO WS-Char
               IF (WS-Char >= "A" AND WS-Char <= "Z")
                       OR (WS-Char >= "0" AND WS-Char <= "9")
                   IF WS-Char = "0" AND WS-In-Number = "N"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-Out-Len
                       MOVE WS-Char TO LS-REF-OUT(WS-Out-Len:1)
                       IF WS-Char >= "0" AND WS-Char <= "9"
                           MOVE "Y" TO WS-In-Number
                       ELSE
                           MOVE "N" TO WS-In-Number
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-In-Number
               END-IF
           END-PERFORM.

           EXIT PROGRAM.
