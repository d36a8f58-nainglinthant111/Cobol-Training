       01 ShipToRecord.
          05 ShipToKey.
             10 ShipToCustomerID PIC 9(5).
             10 ShipToNumber     PIC 9(3).
          05 ShipToName       PIC X(20).
          05 ShipToStreet     PIC X(20).
          05 ShipToCity       PIC X(15).
          05 ShipToState      PIC X(2).
          05 ShipToPostalCode PIC X(9).
          05 ShipToStatus     PIC X.
          05 ShipToTimestamp  PIC 9(8).
