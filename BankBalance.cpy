       01 BANK-BALANCE-RECORD.
           02 BB-RECON-DATE       PIC 9(8).
           02 BB-STATEMENT-BALANCE PIC 9(9)V99.
           02 BB-OUTSTANDING-TOTAL PIC 9(9)V99.
           02 BB-OPERATOR-ID      PIC X(10).
