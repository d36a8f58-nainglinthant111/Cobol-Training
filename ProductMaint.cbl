               ACCEPT PM-PRIMARY-VENDOR
               DISPLAY "Enter Unit Cost (99999.99): "
               ACCEPT PM-UNIT-COST
               DISPLAY "Enter Lot Control (L=LOT, S=SERIAL, "
                   "N=NONE): "
               ACCEPT PM-LOT-CONTROL
               IF PM-LOT-CONTROL NOT = "L" AND PM-LOT-CONTROL NOT = "S"
                   MOVE "N" TO PM-LOT-CONTROL
               END-IF
               DISPLAY "Enter Kit Type (K=SALES KIT, A=ASSEMBLED KIT, "
                   "N=NONE): "
               ACCEPT PM-KIT-TYPE
               IF PM-KIT-TYPE NOT = "K" AND PM-KIT-TYPE NOT = "A"
                   MOVE "N" TO PM-KIT-TYPE
               END-IF
               DISPLAY "Enter Stocking Unit (BLANK = EA): "
               ACCEPT PM-STOCK-UOM
               IF PM-STOCK-UOM = SPACES
                   MOVE "EA" TO PM-STOCK-UOM
               END-IF
               PERFORM ACCEPT-BUY-SELL-UNITS
               MOVE "A" TO PM-STATUS-CODE
               MOVE ZERO TO PM-REPLACEMENT-PRODUCT
               ACCEPT PM-WRITE-TIMESTAMP FROM DATE YYYYMMDD
                                   PM-STATUS-CODE
                               DISPLAY "Replacement   : "
                                   PM-REPLACEMENT-PRODUCT
                               DISPLAY "Lot Control   : "
                                   PM-LOT-CONTROL
                               DISPLAY "Kit Type      : "
                                   PM-KIT-TYPE
                               DISPLAY "Stocking Unit : "
                                   PM-STOCK-UOM
                               DISPLAY "Purchase Unit : "
                                   PM-PURCHASE-UOM
                               DISPLAY "Selling Unit  : "
                                   PM-SELL-UOM
                           WHEN MODE-UPDATE
                               DISPLAY "Current Description: "
                                   PM-DESCRIPTION
                                       "Product (0 = none): "
                                   ACCEPT PM-REPLACEMENT-PRODUCT
                               END-IF
                               DISPLAY "Current Lot Control: "
                                   PM-LOT-CONTROL
                               DISPLAY "Enter New Lot Control (L=LOT, "
                                   "S=SERIAL, N=NONE): "
                               ACCEPT PM-LOT-CONTROL
                               IF PM-LOT-CONTROL NOT = "L"
                                       AND PM-LOT-CONTROL NOT = "S"
                                   MOVE "N" TO PM-LOT-CONTROL
                               END-IF
                               DISPLAY "Current Kit Type: "
                                   PM-KIT-TYPE
                               DISPLAY "Enter New Kit Type (K=SALES "
                                   "KIT, A=ASSEMBLED KIT, N=NONE): "
                               ACCEPT PM-KIT-TYPE
                               IF PM-KIT-TYPE NOT = "K"
                                       AND PM-KIT-TYPE NOT = "A"
                                   MOVE "N" TO PM-KIT-TYPE
                               END-IF
                               IF PM-STOCK-UOM = SPACES
                                   DISPLAY "Enter Stocking Unit "
                                       "(BLANK = EA): "
                                   ACCEPT PM-STOCK-UOM
                                   IF PM-STOCK-UOM = SPACES
                                       MOVE "EA" TO PM-STOCK-UOM
                                   END-IF
                               ELSE
                                   DISPLAY "Stocking Unit: "
                                       PM-STOCK-UOM
                               END-IF
                               DISPLAY "Current Purchase Unit: "
                                   PM-PURCHASE-UOM
                                   "  Selling Unit: " PM-SELL-UOM
                               PERFORM ACCEPT-BUY-SELL-UNITS
                               ACCEPT PM-WRITE-TIMESTAMP
                                   FROM DATE YYYYMMDD
                               REWRITE PRODUCT-MASTER-RECORD
               DISPLAY "Process another record (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       ACCEPT-BUY-SELL-UNITS.
           DISPLAY "Enter Purchase Unit (BLANK = " PM-STOCK-UOM "): ".
           ACCEPT PM-PURCHASE-UOM.
           IF PM-PURCHASE-UOM = SPACES
               MOVE PM-STOCK-UOM TO PM-PURCHASE-UOM
           END-IF.
           DISPLAY "Enter Selling Unit (BLANK = " PM-STOCK-UOM "): ".
           ACCEPT PM-SELL-UOM.
           IF PM-SELL-UOM = SPACES
               MOVE PM-STOCK-UOM TO PM-SELL-UOM
           END-IF.
           IF PM-PURCHASE-UOM NOT = PM-STOCK-UOM
                   OR PM-SELL-UOM NOT = PM-STOCK-UOM
               DISPLAY "Conversion to " PM-STOCK-UOM
                   " must be on file in UNIT OF MEASURE MAINTENANCE."
           END-IF.
