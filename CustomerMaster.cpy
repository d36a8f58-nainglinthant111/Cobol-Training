          05 CustomerExemptCert PIC X(15).
          05 CustomerDunningLevel PIC 9.
          05 CustomerDunningDate PIC 9(8).
          05 CustomerCompanyCode PIC X(2).
