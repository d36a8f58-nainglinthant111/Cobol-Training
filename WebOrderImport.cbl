                   MOVE WS-HOLD-STATUS TO OR-ORDER-STATUS
                   MOVE ZERO TO OR-SHIPPED-QTY
                   MOVE "WEB" TO OR-SALESPERSON
                   MOVE ZERO TO OR-SHIP-TO-NUMBER
                   MOVE ZERO TO OR-UNIT-COST
                   MOVE ZERO TO OR-INVOICE-NUMBER
                   MOVE SPACES TO OR-SELL-UOM
                   MOVE ZERO TO OR-UOM-FACTOR
                   WRITE ORDER-RECORD
                   ADD 1 TO WS-Written-Count
               END-PERFORM
