       01 ESCHEAT-RULE-RECORD.
           02 UR-KEY.
             03 UR-STATE          PIC XX.
             03 UR-PAYEE-TYPE     PIC X.
           02 UR-DORMANCY-YEARS   PIC 99.
