       01 EMPLOYEE-BACKUP-IMAGE   PIC X(33).

       FD CustomerBackupFile.
       01 CUSTOMER-BACKUP-IMAGE   PIC X(115).

       FD ProductBackupFile.
       01 PRODUCT-BACKUP-IMAGE    PIC X(97).

       FD EmployeeFile.
       01 EmployeeRecord.
