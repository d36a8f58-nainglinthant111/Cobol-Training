       01 SALES-TAX-RECORD.
           02 SX-STATE-CODE       PIC XX.
           02 SX-TAX-RATE         PIC 9V9999.
           02 SX-FREIGHT-TAXABLE  PIC X.

       WORKING-STORAGE SECTION.
       01 WS-TAX-STATUS       PIC XX.
                   ACCEPT SX-STATE-CODE
                   DISPLAY "ENTER TAX RATE (0.9999): "
                   ACCEPT SX-TAX-RATE
                   DISPLAY "IS FREIGHT TAXABLE IN THIS STATE (Y/N)? "
                   ACCEPT SX-FREIGHT-TAXABLE
                   IF SX-FREIGHT-TAXABLE NOT = "Y"
                       MOVE "N" TO SX-FREIGHT-TAXABLE
                   END-IF
                   IF SX-STATE-CODE = SPACES
                       DISPLAY "BLANK STATE - RATE REJECTED"
                   ELSE
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "SALES TAX FILE NOT FOUND."
           ELSE
               DISPLAY "STATE  RATE    FREIGHT TAXABLE"
               PERFORM UNTIL WS-EOF = "Y"
                   READ SalesTaxFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           DISPLAY SX-STATE-CODE "     " SX-TAX-RATE
                               "  " SX-FREIGHT-TAXABLE
                   END-READ
               END-PERFORM
               CLOSE SalesTaxFile
