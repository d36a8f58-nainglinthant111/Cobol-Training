       01 WS-LOOKUP-STATE     PIC XX.
       01 WS-TOTAL-TAX        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-TAXABLE    PIC 9(9)V99 VALUE 0.
       01 WS-TAXABLE-AMOUNT   PIC 9(7)V99.

       01 WS-ENV-MODE          PIC X VALUE "L".

           END-IF.
           PERFORM FIND-STATE-ENTRY.
           IF WS-Entry-Found = "Y"
               COMPUTE WS-TAXABLE-AMOUNT =
                   IV-INVOICE-AMOUNT - IV-TAX-AMOUNT
               IF IV-FREIGHT-TAXED NOT = "Y"
                   SUBTRACT IV-FREIGHT-AMOUNT FROM WS-TAXABLE-AMOUNT
               END-IF
               ADD IV-TAX-AMOUNT TO WS-St-TAX(WS-Sub)
               ADD WS-TAXABLE-AMOUNT TO WS-St-TAXABLE(WS-Sub)
               ADD 1 TO WS-St-COUNT(WS-Sub)
               ADD IV-TAX-AMOUNT TO WS-TOTAL-TAX
               ADD WS-TAXABLE-AMOUNT TO WS-TOTAL-TAXABLE
           END-IF.

       FIND-STATE-ENTRY.
