               ACCESS MODE IS RANDOM
               RECORD KEY IS XC-NAME-KEY
               FILE STATUS IS WS-Xref-Status.
           SELECT ShipToFile ASSIGN TO "shiptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ShipToKey
               FILE STATUS IS WS-ShipTo-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustNameXrefFile.
       COPY "CustNameXref.cpy".

       FD ShipToFile.
       COPY "ShipTo.cpy".

       WORKING-STORAGE SECTION.
       01 WS-End PIC X VALUE "Y".
       01 WS-File-Status  PIC XX.
           88 MODE-INQUIRE  VALUE "I".
           88 MODE-UPDATE   VALUE "U".
           88 MODE-DELETE   VALUE "D".
           88 MODE-SHIPTO   VALUE "S".
       01 WS-Masked-Customer-ID PIC X(5).
       01 WS-Postal-Status  PIC XX.
       01 WS-Postal-Eof     PIC X VALUE "N".
              10 WS-Dir-Postal PIC X(9).
       01 WS-Postal-Sub     PIC 9(3).
       01 WS-Address-Valid  PIC X.
       01 WS-Check-City     PIC X(15).
       01 WS-Check-State    PIC X(2).
       01 WS-Check-Postal   PIC X(9).
       01 WS-ShipTo-Status  PIC XX.
       01 WS-ShipTo-Open    PIC X VALUE "N".
       01 WS-ShipTo-Eof     PIC X.
       01 WS-ShipTo-Count   PIC 9(3).
       01 WS-ShipTo-Action  PIC X.

       01 WS-Program-Name      PIC X(20) VALUE "CreateIndexed".
       01 WS-Operator-ID       PIC X(10).
           PERFORM OPEN-NAME-XREF.

           DISPLAY "Select mode (A=Add, I=Inquire, U=Update, "
               "D=Delete, S=Ship-tos): ".
           ACCEPT WS-Mode.

           EVALUATE TRUE
                               "status " WS-File-Status
                           PERFORM LOG-OPEN-ERROR
                       ELSE
                           PERFORM OPEN-SHIPTO-FILE
                           PERFORM MAINTAIN-RECORDS
                       END-IF
                   END-IF
                   ELSE
                       PERFORM MAINTAIN-RECORDS
                   END-IF
               WHEN MODE-SHIPTO
                   OPEN INPUT CustomerFile
                   IF WS-File-Status NOT = "00"
                       DISPLAY "Unable to open customer file: status "
                           WS-File-Status
                       PERFORM LOG-OPEN-ERROR
                   ELSE
                       PERFORM OPEN-SHIPTO-FILE
                       IF WS-ShipTo-Open = "Y"
                           PERFORM MAINTAIN-SHIPTOS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid mode selected."
           END-EVALUATE.
           IF WS-Xref-Open = "Y"
               CLOSE CustNameXrefFile
           END-IF.
           IF WS-ShipTo-Open = "Y"
               CLOSE ShipToFile
           END-IF.

           ACCEPT WS-End-Date FROM DATE YYYYMMDD.
           ACCEPT WS-End-Time FROM TIME.
                                   NOT INVALID KEY
                                       ADD 1 TO WS-Written-Count
                                       PERFORM DELETE-XREF-ENTRY
                                       PERFORM DELETE-CUSTOMER-SHIPTOS
                                       DISPLAY
                                           "Customer record deleted."
                               END-DELETE
               END-DELETE
           END-IF.

       OPEN-SHIPTO-FILE.
           OPEN I-O ShipToFile.
           IF WS-ShipTo-Status = "35"
               OPEN OUTPUT ShipToFile
               CLOSE ShipToFile
               OPEN I-O ShipToFile
           END-IF.
           IF WS-ShipTo-Status = "00"
               MOVE "Y" TO WS-ShipTo-Open
           ELSE
               DISPLAY "Unable to open ship-to file: status "
                   WS-ShipTo-Status
           END-IF.

       MAINTAIN-SHIPTOS.
           PERFORM UNTIL WS-End = "N"
               DISPLAY "Enter Customer ID: " ACCEPT CustomerID
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer ID not found."
                   NOT INVALID KEY
                       DISPLAY "Bill To: " CustomerName
                       PERFORM LIST-CUSTOMER-SHIPTOS
                       DISPLAY "Ship-to action (A=Add, U=Update, "
                           "X=Inactivate, N=None): "
                       ACCEPT WS-ShipTo-Action
                       EVALUATE WS-ShipTo-Action
                           WHEN "A"
                               PERFORM ADD-SHIPTO
                           WHEN "U"
                               PERFORM UPDATE-SHIPTO
                           WHEN "X"
                               PERFORM INACTIVATE-SHIPTO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               DISPLAY "Process another customer (Y/N)? "
               ACCEPT WS-End
           END-PERFORM.

       LIST-CUSTOMER-SHIPTOS.
           MOVE 0 TO WS-ShipTo-Count.
           MOVE "N" TO WS-ShipTo-Eof.
           MOVE CustomerID TO ShipToCustomerID.
           MOVE ZERO TO ShipToNumber.
           START ShipToFile KEY IS NOT LESS THAN ShipToKey
               INVALID KEY
                   MOVE "Y" TO WS-ShipTo-Eof
           END-START.
           PERFORM UNTIL WS-ShipTo-Eof = "Y"
               READ ShipToFile NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ShipTo-Eof
                   NOT AT END
                       IF ShipToCustomerID NOT = CustomerID
                           MOVE "Y" TO WS-ShipTo-Eof
                       ELSE
                           ADD 1 TO WS-ShipTo-Count
                           DISPLAY "Ship-to " ShipToNumber " "
                               ShipToStatus " " ShipToName " "
                               ShipToCity " " ShipToState
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ShipTo-Count = 0
               DISPLAY "No ship-to addresses - orders ship to the "
                   "bill-to address."
           END-IF.

       ADD-SHIPTO.
           INITIALIZE ShipToRecord
               REPLACING ALPHANUMERIC DATA BY SPACES
                   NUMERIC DATA BY ZEROS.
           MOVE CustomerID TO ShipToCustomerID.
           DISPLAY "Enter Ship-to Number (001-999): ".
           ACCEPT ShipToNumber.
           IF ShipToNumber = ZERO
               DISPLAY "Ship-to 000 is the bill-to address - "
                   "not added."
           ELSE
               DISPLAY "Enter Ship-to Name: " ACCEPT ShipToName
               DISPLAY "Enter Ship-to Street: " ACCEPT ShipToStreet
               PERFORM ACCEPT-SHIPTO-ADDRESS
               MOVE "A" TO ShipToStatus
               ACCEPT ShipToTimestamp FROM DATE YYYYMMDD
               WRITE ShipToRecord
                   INVALID KEY
                       DISPLAY "Ship-to number already exists."
                   NOT INVALID KEY
                       ADD 1 TO WS-Written-Count
                       DISPLAY "Ship-to " ShipToNumber " added."
               END-WRITE
           END-IF.

       UPDATE-SHIPTO.
           MOVE CustomerID TO ShipToCustomerID.
           DISPLAY "Enter Ship-to Number: ".
           ACCEPT ShipToNumber.
           READ ShipToFile
               INVALID KEY
                   DISPLAY "Ship-to not found."
               NOT INVALID KEY
                   DISPLAY "Current Name : " ShipToName
                   DISPLAY "Enter New Ship-to Name: "
                   ACCEPT ShipToName
                   DISPLAY "Current Address: " ShipToStreet " "
                       ShipToCity " " ShipToState " " ShipToPostalCode
                   DISPLAY "Enter New Ship-to Street: "
                   ACCEPT ShipToStreet
                   PERFORM ACCEPT-SHIPTO-ADDRESS
                   MOVE "A" TO ShipToStatus
                   ACCEPT ShipToTimestamp FROM DATE YYYYMMDD
                   REWRITE ShipToRecord
                       INVALID KEY
                           DISPLAY "Update failed."
                       NOT INVALID KEY
                           ADD 1 TO WS-Written-Count
                   END-REWRITE
           END-READ.

       INACTIVATE-SHIPTO.
           MOVE CustomerID TO ShipToCustomerID.
           DISPLAY "Enter Ship-to Number: ".
           ACCEPT ShipToNumber.
           READ ShipToFile
               INVALID KEY
                   DISPLAY "Ship-to not found."
               NOT INVALID KEY
                   MOVE "I" TO ShipToStatus
                   ACCEPT ShipToTimestamp FROM DATE YYYYMMDD
                   REWRITE ShipToRecord
                       INVALID KEY
                           DISPLAY "Update failed."
                       NOT INVALID KEY
                           ADD 1 TO WS-Written-Count
                           DISPLAY "Ship-to " ShipToNumber
                               " inactivated."
                   END-REWRITE
           END-READ.

       DELETE-CUSTOMER-SHIPTOS.
           IF WS-ShipTo-Open = "Y"
               MOVE "N" TO WS-ShipTo-Eof
               MOVE CustomerID TO ShipToCustomerID
               MOVE ZERO TO ShipToNumber
               START ShipToFile KEY IS NOT LESS THAN ShipToKey
                   INVALID KEY
                       MOVE "Y" TO WS-ShipTo-Eof
               END-START
               PERFORM UNTIL WS-ShipTo-Eof = "Y"
                   READ ShipToFile NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ShipTo-Eof
                       NOT AT END
                           IF ShipToCustomerID NOT = CustomerID
                               MOVE "Y" TO WS-ShipTo-Eof
                           ELSE
                               DELETE ShipToFile
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LOG-OPEN-ERROR.
           MOVE "E" TO WS-Error-Severity
           MOVE "UNABLE TO OPEN CUSTOMER FILE" TO WS-Error-Message
               DISPLAY "Enter Customer State: " ACCEPT CustomerState
               DISPLAY "Enter Customer Postal Code: "
               ACCEPT CustomerPostalCode
               MOVE CustomerCity TO WS-Check-City
               MOVE CustomerState TO WS-Check-State
               MOVE CustomerPostalCode TO WS-Check-Postal
               PERFORM VALIDATE-POSTAL-ADDRESS
               IF WS-Address-Valid NOT = "Y"
                   DISPLAY "City/state/postal code combination not "
                       "in postal directory - please re-enter."
               END-IF
           END-PERFORM.

       ACCEPT-SHIPTO-ADDRESS.
           MOVE "N" TO WS-Address-Valid
           PERFORM UNTIL WS-Address-Valid = "Y"
               DISPLAY "Enter Ship-to City: " ACCEPT ShipToCity
               DISPLAY "Enter Ship-to State: " ACCEPT ShipToState
               DISPLAY "Enter Ship-to Postal Code: "
               ACCEPT ShipToPostalCode
               MOVE ShipToCity TO WS-Check-City
               MOVE ShipToState TO WS-Check-State
               MOVE ShipToPostalCode TO WS-Check-Postal
               PERFORM VALIDATE-POSTAL-ADDRESS
               IF WS-Address-Valid NOT = "Y"
                   DISPLAY "City/state/postal code combination not "
               MOVE "N" TO WS-Address-Valid
               PERFORM VARYING WS-Postal-Sub FROM 1 BY 1
                       UNTIL WS-Postal-Sub > WS-Postal-Count
                   IF WS-Dir-City(WS-Postal-Sub) = WS-Check-City
                           AND WS-Dir-State(WS-Postal-Sub)
                               = WS-Check-State
                           AND WS-Dir-Postal(WS-Postal-Sub)
                               = WS-Check-Postal
                       MOVE "Y" TO WS-Address-Valid
                       MOVE WS-Postal-Count TO WS-Postal-Sub
                   END-IF
