       01 WS-MODE             PIC X.
           88 MODE-ADD        VALUE "A".
           88 MODE-LIST       VALUE "L".
           88 MODE-TAX        VALUE "T".
       01 WS-TAX-VENDOR-ID    PIC X(5).
       01 WS-TAX-FOUND        PIC X.

       01 WS-PROGRAM-NAME      PIC X(20) VALUE "VENDOR-MAINT".
       01 WS-OPERATOR-ID       PIC X(10).
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           DISPLAY "SELECT MODE (A=ADD VENDORS, L=LIST VENDORS, "
               "T=1099 TAX DETAILS): ".
           ACCEPT WS-MODE.

           EVALUATE TRUE
                   PERFORM ADD-VENDORS
               WHEN MODE-LIST
                   PERFORM LIST-VENDORS
               WHEN MODE-TAX
                   PERFORM UPDATE-TAX-DETAILS
               WHEN OTHER
                   DISPLAY "INVALID MODE SELECTED."
           END-EVALUATE.
                   ACCEPT VN-TERMS-DAYS
                   DISPLAY "1099 REPORTABLE VENDOR (Y/N)? "
                   ACCEPT VN-1099-FLAG
                   DISPLAY "EARLY PAYMENT DISCOUNT PERCENT (9.99, "
                       "0=NONE): "
                   ACCEPT VN-DISC-PCT
                   MOVE 0 TO VN-DISC-DAYS
                   IF VN-DISC-PCT > 0
                       DISPLAY "DISCOUNT DAYS FROM INVOICE DATE (999): "
                       ACCEPT VN-DISC-DAYS
                   END-IF
                   DISPLAY "ENTER REMITTANCE STREET: "
                   ACCEPT VN-STREET
                   DISPLAY "ENTER CITY: "
                   ACCEPT VN-CITY
                   DISPLAY "ENTER STATE (2 LETTERS): "
                   ACCEPT VN-STATE
                   DISPLAY "ENTER ZIP CODE: "
                   ACCEPT VN-ZIP-CODE
                   PERFORM ACCEPT-TAX-DETAILS
                   IF VN-VENDOR-ID = SPACES
                       DISPLAY "BLANK CODE - VENDOR REJECTED"
                   ELSE
               CLOSE VendorFile
           END-IF.

       ACCEPT-TAX-DETAILS.
           MOVE ZERO TO VN-TIN.
           MOVE SPACES TO VN-TIN-TYPE VN-LEGAL-NAME VN-1099-BOX.
           IF VN-1099-FLAG = "Y"
               DISPLAY "ENTER TAXPAYER ID NUMBER (9 DIGITS): "
               ACCEPT VN-TIN
               DISPLAY "TIN TYPE (E=EIN, S=SSN): "
               ACCEPT VN-TIN-TYPE
               DISPLAY "ENTER LEGAL NAME, INDIVIDUALS LAST NAME "
                   "FIRST (BLANK = VENDOR NAME): "
               ACCEPT VN-LEGAL-NAME
               IF VN-LEGAL-NAME = SPACES
                   MOVE VN-NAME TO VN-LEGAL-NAME
               END-IF
               DISPLAY "1099 BOX (N=NEC NONEMPLOYEE COMP, R=MISC "
                   "RENTS, Y=MISC ROYALTIES, O=MISC OTHER INCOME, "
                   "M=MISC MEDICAL): "
               ACCEPT VN-1099-BOX
               IF VN-1099-BOX NOT = "R" AND VN-1099-BOX NOT = "Y"
                       AND VN-1099-BOX NOT = "O"
                       AND VN-1099-BOX NOT = "M"
                   MOVE "N" TO VN-1099-BOX
               END-IF
           END-IF.

       UPDATE-TAX-DETAILS.
           DISPLAY "ENTER VENDOR CODE: ".
           ACCEPT WS-TAX-VENDOR-ID.
           MOVE "N" TO WS-TAX-FOUND.
           OPEN I-O VendorFile.
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VENDOR FILE: STATUS "
                   WS-VENDOR-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = "Y" OR WS-TAX-FOUND = "Y"
                   READ VendorFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF VN-VENDOR-ID = WS-TAX-VENDOR-ID
                               MOVE "Y" TO WS-TAX-FOUND
                               DISPLAY VN-NAME " TIN " VN-TIN
                                   " TYPE " VN-TIN-TYPE " BOX "
                                   VN-1099-BOX
                               DISPLAY "1099 REPORTABLE VENDOR (Y/N)? "
                               ACCEPT VN-1099-FLAG
                               PERFORM ACCEPT-TAX-DETAILS
                               REWRITE VENDOR-RECORD
                               ADD 1 TO WS-WRITTEN-COUNT
                               DISPLAY "VENDOR " VN-VENDOR-ID
                                   " TAX DETAILS UPDATED."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VendorFile
               IF WS-TAX-FOUND = "N"
                   DISPLAY "VENDOR " WS-TAX-VENDOR-ID " NOT ON FILE"
               END-IF
           END-IF.

       LIST-VENDORS.
           OPEN INPUT VendorFile.
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "VENDOR FILE NOT FOUND."
           ELSE
               DISPLAY "CODE   NAME                  TERMS  1099  ST"
                   "  DISC%  DAYS  STATE  BOX"
               PERFORM UNTIL WS-EOF = "Y"
                   READ VendorFile
                       AT END
                       NOT AT END
                           DISPLAY VN-VENDOR-ID "  " VN-NAME "  "
                               VN-TERMS-DAYS "    " VN-1099-FLAG
                               "     " VN-STATUS "   "
                               VN-DISC-PCT "   " VN-DISC-DAYS
                               "   " VN-STATE "     "
                               VN-1099-BOX
                   END-READ
               END-PERFORM
               CLOSE VendorFile
