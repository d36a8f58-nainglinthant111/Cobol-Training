               MOVE "F"                    TO IV-INVOICE-TYPE
               MOVE SPACES                 TO IV-SALESPERSON
               MOVE "N"                    TO IV-COMMISSION-PAID
               MOVE ZERO                   TO IV-FREIGHT-AMOUNT
               MOVE "N"                    TO IV-FREIGHT-TAXED
               MOVE ZERO                   TO IV-RETURN-PRODUCT
               WRITE INVOICE-HISTORY-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
